               organization is sequential
               file status is ws-estado-pendientes.

           select intentos assign "intentos.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-int
               file status is ws-estado-intentos.

           select imagenes assign "imagenes.dat"
               organization is sequential
               file status is ws-estado-imagenes.

       data division.
       file section.
       fd notas
               05 header-etiqueta      pic x(19)
                   value ' Fecha ejecucion: '.
               05 header-fecha         pic x(8).
               05 header-etiqueta-grupo pic x(8) value ' Grupo: '.
               05 header-grupo         pic x(8).
               05 filler               pic x(30).

       fd clasificados.
       01 clasificado-rec.
               05 estado-alu            pic x.
                   88 alumno-activo                 value 'A'.
                   88 alumno-inactivo               value 'I'.
                   88 alumno-graduado               value 'G'.

       fd cursosal.
       01 curso-alumno-rec.
               05 aceptados-ctl         pic 9(4).
               05 rechazados-ctl        pic 9(4).
               05 hash-notas-ctl        pic 9(5)v99.
               05 grupo-ctl             pic x(8).

       fd boletin.
       01 boletin-rec              pic x(80).
               05 tipo-pen              pic x(3).
               05 fecha-pen             pic x(8).

       fd intentos.
       01 intento-rec.
               05 clave-int.
                   10 matricula-int     pic 9(6).
                   10 codigo-int        pic x(6).
                   10 periodo-int       pic 9(6).
               05 calif-int             pic 99.
               05 credito-int           pic 9.
               05 resultado-int         pic x(3).
                   88 intento-aprobado              value 'APR'.
                   88 intento-suspenso              value 'SUS'.
                   88 intento-no-presentado         value 'NP '.
                   88 intento-incompleto            value 'INC'.
               05 fecha-int             pic x(8).
               05 grupo-int             pic x(8).

       fd imagenes.
       01 imagen-rec.
               05 fecha-img             pic x(8).
               05 grupo-img             pic x(8).
               05 fichero-img           pic x(3).
               05 existia-img           pic x.
               05 antes-img             pic x(86).
               05 despues-img           pic x(86).

       working-storage section.

       01 area-de-trabajo.
               88 modo-lote                         value 'l'.
               88 modo-interactivo                  value 'i'.

           05 sw-intentos               pic x.
               88 fin-intentos                      value 'f'.
               88 no-fin-intentos                   value 'n'.

           05 motivo-rechazo            pic 99.
               88 sin-motivo-rechazo                value 0.
               88 motivo-alumno-no-activo           value 10.
               88 motivo-creditos-cero              value 40.
               88 motivo-creditos-difieren          value 50.
               88 motivo-prerequisito-falta         value 60.
               88 motivo-convocatorias-agotadas     value 70.
               88 motivo-alumno-graduado            value 80.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-max-conv-ent      pic x.
               10 max-convocatorias    pic 9       value 6.
               10 cnt-convocatorias    pic 99.

           05 contadores-resumen.
               10 cnt-insuficiente     pic 999      value 0.
               10 cnt-registros-actual pic 9(4)     value 0.
               10 registros-a-saltar   pic 9(4)     value 0.
               10 cnt-leidos-rank      pic 9(4)     value 0.
               10 cnt-avisos-conv      pic 9(4)     value 0.

       01 ws-ruta-promedio             pic x(80).
       01 ws-ruta-notas                pic x(80).
       01 ws-estado-resultados         pic xx.
       01 ws-estado-grupoparm          pic xx.
       01 ws-estado-pendientes         pic xx.
       01 ws-estado-intentos           pic xx.
       01 ws-estado-imagenes           pic xx.

       01 ws-calif-edit                pic z9.

                   accept ws-ruta-promedio
               end-if
           end-if
           accept ws-max-conv-ent from environment "MAX_CONVOCATORIAS"
           if ws-max-conv-ent is numeric and ws-max-conv-ent not = '0'
               move ws-max-conv-ent to max-convocatorias
           end-if
           perform identificar-operador
           perform comprobar-reinicio
           if not reanudacion-final
           if ws-estado-pendientes = '35'
               open output pendientes
           end-if
           open i-o intentos
           if ws-estado-intentos = '35'
               open output intentos
               close intentos
               open i-o intentos
           end-if
           open extend imagenes
           if ws-estado-imagenes = '35'
               open output imagenes
           end-if
           set no-fin-fichero to true
           if reanudacion-en-curso
               perform saltar-procesados
       escribir-cabecera.
           accept ws-fecha-ejecucion from date yyyymmdd
           move ws-fecha-ejecucion to header-fecha
           move ws-grupo-actual    to header-grupo
           write promedio-header-rec
           move 'Matricula,Periodo,Nombre,Apellido,Promedio,'
               & 'Calificacion' to csv-rec
               perform escribir-csv
               perform escribir-extracto
               perform escribir-auditoria
               perform grabar-intentos
               perform grabar-cursos-aprobados
               perform grabar-resultado
               perform anotar-pendientes
                           varying idx-curso from 1 by 1
                           until idx-curso > numero-cursos
                   end-if
                   if registro-valido
                       perform validar-convocatorias
                           varying idx-curso from 1 by 1
                           until idx-curso > numero-cursos
                   end-if
               end-if
           end-if.

                   set registro-invalido to true
                   set motivo-alumno-no-activo to true
               not invalid key
                   if alumno-graduado
                       set registro-invalido to true
                       set motivo-alumno-graduado to true
                   else
                       if not alumno-activo
                           set registro-invalido to true
                           set motivo-alumno-no-activo to true
                       end-if
                   end-if
           end-read.

               end-read
           end-if.

       validar-convocatorias.
           perform contar-convocatorias
           if cnt-convocatorias >= max-convocatorias
               set registro-invalido to true
               if sin-motivo-rechazo
                   set motivo-convocatorias-agotadas to true
               end-if
           else
               if cnt-convocatorias + 1 = max-convocatorias
                   add 1 to cnt-avisos-conv
                   display 'Aviso: ' matricula ' se presenta a la '
                       'ultima convocatoria de '
                       codigo-curso (idx-curso)
               end-if
           end-if.

       contar-convocatorias.
           move zero                     to cnt-convocatorias
           move matricula                to matricula-int
           move codigo-curso (idx-curso) to codigo-int
           move zero                     to periodo-int
           start intentos key >= clave-int
               invalid key
                   set fin-intentos to true
               not invalid key
                   set no-fin-intentos to true
                   perform leer-intento
           end-start
           perform contar-intento until fin-intentos.

       leer-intento.
           read intentos next
               at end
                   set fin-intentos to true
               not at end
                   if matricula-int not = matricula
                       or codigo-int not = codigo-curso (idx-curso)
                       set fin-intentos to true
                   end-if
           end-read.

       contar-intento.
           if periodo-int not = periodo
               if intento-aprobado or intento-suspenso
                   add 1 to cnt-convocatorias
               end-if
           end-if
           perform leer-intento.

       grabar-cursos-aprobados.
           perform grabar-curso-aprobado
               varying idx-curso from 1 by 1
               and calificacion-curso (idx-curso) <= 20
               move matricula                      to matricula-cal
               move codigo-curso (idx-curso)       to codigo-cal
               move 'CAL' to fichero-img
               read cursosal
                   invalid key
                       move 'N' to existia-img
                       move spaces to antes-img
                   not invalid key
                       move 'S' to existia-img
                       move curso-alumno-rec to antes-img
               end-read
               move matricula                      to matricula-cal
               move codigo-curso (idx-curso)       to codigo-cal
               move periodo                        to periodo-cal
               move calificacion-curso (idx-curso) to calif-cal
               move credito-curso (idx-curso)      to credito-cal
                   invalid key
                       rewrite curso-alumno-rec
               end-write
               move curso-alumno-rec to despues-img
               perform grabar-imagen
           end-if.

       grabar-intentos.
           perform grabar-intento
               varying idx-curso from 1 by 1
               until idx-curso > numero-cursos.

       grabar-intento.
           move matricula                      to matricula-int
           move codigo-curso (idx-curso)       to codigo-int
           move periodo                        to periodo-int
           move 'INT' to fichero-img
           read intentos
               invalid key
                   move 'N' to existia-img
                   move spaces to antes-img
               not invalid key
                   move 'S' to existia-img
                   move intento-rec to antes-img
           end-read
           move matricula                      to matricula-int
           move codigo-curso (idx-curso)       to codigo-int
           move periodo                        to periodo-int
           move calificacion-curso (idx-curso) to calif-int
           move credito-curso (idx-curso)      to credito-int
           evaluate calificacion-curso (idx-curso)
               when cte-nota-np
                   set intento-no-presentado to true
               when cte-nota-inc
                   set intento-incompleto to true
               when < 10
                   set intento-suspenso to true
               when other
                   set intento-aprobado to true
           end-evaluate
           move ws-fecha-ejecucion             to fecha-int
           move ws-grupo-actual                to grupo-int
           write intento-rec
               invalid key
                   rewrite intento-rec
           end-write
           move intento-rec to despues-img
           perform grabar-imagen.

       grabar-resultado.
           move matricula          to matricula-res
           move ws-fecha-ejecucion to fecha-res
           move 'RES' to fichero-img
           read resultados
               invalid key
                   move 'N' to existia-img
                   move spaces to antes-img
               not invalid key
                   move 'S' to existia-img
                   move resultado-rec to antes-img
           end-read
           move matricula          to matricula-res
           move ws-fecha-ejecucion to fecha-res
           move periodo            to periodo-res
           write resultado-rec
               invalid key
                   rewrite resultado-rec
           end-write
           move resultado-rec to despues-img
           perform grabar-imagen.

       grabar-imagen.
           move ws-fecha-ejecucion to fecha-img
           move ws-grupo-actual    to grupo-img
           write imagen-rec.

       rechazar-registro.
           move spaces to rechazo-rec
           close cursosal
           close resultados
           close pendientes
           close intentos
           close imagenes
           close rechazos
           perform grabar-control-run
           perform marcar-detalle-reinicio.
           move cnt-total             to aceptados-ctl
           move cnt-rechazados        to rechazados-ctl
           move suma-notas            to hash-notas-ctl
           move ws-grupo-actual       to grupo-ctl
           write control-rec
           close control-run.

           display 'Excelente   : ' cnt-excelente.
           display 'Total alumnos: ' cnt-total.
           display 'Rechazados   : ' cnt-rechazados.
           display 'Avisos de ultima convocatoria: ' cnt-avisos-conv.
           if cnt-total > 0
               compute promedio-clase = suma-notas / cnt-total
               display 'Promedio de la clase: ' promedio-clase
