       program-id. InformeTutorias
           as "T1_COMPILADORES.InformeTutorias".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select tutalum assign "tutalum.dat"
               organization is indexed
               access mode is dynamic
               record key is matricula-ta
               file status is ws-estado-tutalum.

           select tutores assign "tutores.dat"
               organization is indexed
               access mode is random
               record key is id-tut
               file status is ws-estado-tutores.

           select alumnos assign "alumnos.dat"
               organization is indexed
               access mode is random
               record key is matricula-alu
               file status is ws-estado-alumnos.

           select situacion assign "situacion.dat"
               organization is indexed
               access mode is random
               record key is matricula-sit
               file status is ws-estado-situacion.

           select resultados assign "resultados.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-res
               file status is ws-estado-resultados.

           select requisitos assign "requisitos.dat"
               organization is indexed
               access mode is random
               record key is programa-req
               file status is ws-estado-requisitos.

           select cursosal assign "cursosal.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-cal
               file status is ws-estado-cursosal.

           select pendientes assign "pendientes.dat"
               organization is sequential
               file status is ws-estado-pendientes.

           select trabajo-tut assign "sortwk1".

           select tut-ordenado assign "tutord.dat"
               organization is sequential.

           select informe-tutorias assign "tutorias.rpt"
               organization is sequential.

       data division.
       file section.
       fd tutalum.
       01 tutor-alumno-rec.
               05 matricula-ta          pic 9(6).
               05 id-tut-ta             pic x(6).
               05 fecha-ta              pic x(8).

       fd tutores.
       01 tutor-rec.
               05 id-tut                pic x(6).
               05 nombre-tut            pic x(30).
               05 departamento-tut      pic x(20).

       fd alumnos.
       01 alumno-rec.
               05 matricula-alu         pic 9(6).
               05 nombre-alu            pic x(12).
               05 apellido-alu          pic x(12).
               05 cohorte-alu           pic x(6).
               05 programa-alu          pic x(10).
               05 estado-alu            pic x.
                   88 alumno-activo                 value 'A'.
                   88 alumno-inactivo               value 'I'.
                   88 alumno-graduado               value 'G'.

       fd situacion.
       01 situacion-rec.
               05 matricula-sit         pic 9(6).
               05 estado-sit            pic x.
                   88 situacion-normal              value 'N'.
                   88 situacion-probatoria          value 'P'.
                   88 situacion-lista-decano        value 'D'.
               05 cnt-insuf-sit         pic 99.
               05 cnt-insuf-ant-sit     pic 99.
               05 cualif-ult-sit        pic x(30).
               05 fecha-ult-sit         pic x(8).

       fd resultados.
       01 resultado-rec.
               05 clave-res.
                   10 matricula-res     pic 9(6).
                   10 fecha-res         pic x(8).
               05 periodo-res           pic 9(6).
               05 nombre-res            pic x(12).
               05 apellido-res          pic x(12).
               05 nota-media-res        pic x(12).
               05 cualificacion-res     pic x(30).

       fd requisitos.
       01 requisito-rec.
               05 programa-req          pic x(10).
               05 creditos-req          pic 9(3).
               05 cursos-oblig-req.
                   10 curso-oblig-req occurs 10 times pic x(6).

       fd cursosal.
       01 curso-alumno-rec.
               05 clave-cal.
                   10 matricula-cal     pic 9(6).
                   10 codigo-cal        pic x(6).
               05 periodo-cal           pic 9(6).
               05 calif-cal             pic 99.
               05 credito-cal           pic 9.

       fd pendientes.
       01 pendiente-rec.
               05 matricula-pen         pic 9(6).
               05 nombre-pen            pic x(12).
               05 apellido-pen          pic x(12).
               05 periodo-pen           pic 9(6).
               05 codigo-pen            pic x(6).
               05 tipo-pen              pic x(3).
               05 fecha-pen             pic x(8).

       sd trabajo-tut.
       01 trabajo-tut-rec.
               05 tt-tutor             pic x(6).
               05 tt-matricula         pic 9(6).

       fd tut-ordenado.
       01 tut-ordenado-rec.
               05 ord-tutor            pic x(6).
               05 ord-matricula        pic 9(6).

       fd informe-tutorias.
       01 informe-tutorias-rec     pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-fichero                pic x.
               88 fin-fichero                       value 'f'.
               88 no-fin-fichero                    value 'n'.

           05 sw-ordenado               pic x.
               88 fin-ordenado                      value 'f'.
               88 no-fin-ordenado                   value 'n'.

           05 sw-cursos                 pic x.
               88 fin-cursos-alumno                 value 'f'.
               88 no-fin-cursos-alumno              value 'n'.

           05 sw-resultados             pic x.
               88 fin-resultados-alumno             value 'f'.
               88 no-fin-resultados-alumno          value 'n'.

           05 sw-alumno                 pic x.
               88 alumno-hallado                    value 'h'.
               88 alumno-no-hallado                 value 'n'.

           05 sw-requisito              pic x.
               88 requisito-hallado                 value 'h'.
               88 requisito-no-hallado              value 'n'.

           05 sw-situacion              pic x.
               88 situacion-disponible             value 'd'.
               88 situacion-no-disponible          value 'n'.

           05 sw-resultados-disp        pic x.
               88 resultados-disponible            value 'd'.
               88 resultados-no-disponible         value 'n'.

           05 sw-requisitos             pic x.
               88 requisitos-disponible            value 'd'.
               88 requisitos-no-disponible         value 'n'.

           05 sw-citar                  pic x.
               88 alumno-a-citar                    value 's'.
               88 alumno-sin-citar                  value 'n'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-max-pendientes   pic 9(4)    value 3000.

           05 variables-auxiliares.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-tutor-actual      pic x(6).
               10 ws-nota-ultima       pic x(12).
               10 ws-nota-valor        pic 99v99.
               10 ws-creditos-ganados  pic 9(4).
               10 ws-creditos-faltan   pic 9(4).
               10 ws-oblig-faltan      pic 99.
               10 ws-abiertas          pic 9(4).
               10 idx-oblig            pic 99.
               10 idx-pasado           pic 999.
               10 idx-hallado          pic 9(4).
               10 idx-pendiente        pic 9(4).

           05 contadores-resumen.
               10 cnt-tutores          pic 9(4)     value 0.
               10 cnt-tutelados        pic 9(5)     value 0.
               10 cnt-citados          pic 9(5)     value 0.
               10 cnt-tutelados-tutor  pic 9(4)     value 0.
               10 cnt-citados-tutor    pic 9(4)     value 0.

       01 ws-estado-tutalum            pic xx.
       01 ws-estado-tutores            pic xx.
       01 ws-estado-alumnos            pic xx.
       01 ws-estado-situacion          pic xx.
       01 ws-estado-resultados         pic xx.
       01 ws-estado-requisitos         pic xx.
       01 ws-estado-cursosal           pic xx.
       01 ws-estado-pendientes         pic xx.

       01 ws-nota-texto.
           05 ws-nota-ent              pic 99.
           05 filler                   pic x.
           05 ws-nota-dec              pic v99.

       01 tabla-pasados.
           05 num-pasados              pic 999     value 0.
           05 detalle-pasado occurs 200 times.
               10 tp-codigo            pic x(6).
               10 tp-creditos          pic 9.

       01 tabla-pendientes.
           05 num-pendientes           pic 9(4)    value 0.
           05 detalle-pendiente occurs 3000 times.
               10 tpe-matricula        pic 9(6).
               10 tpe-abiertas         pic 9(4).

       01 tut-cabecera.
           05 filler                   pic x(27)
               value 'CARGA DE TUTORIAS - Tutor: '.
           05 tut-id-tutor             pic x(6).
           05 filler                   pic x       value space.
           05 tut-nombre-tutor         pic x(30).
           05 filler                   pic x(16)   value spaces.

       01 tut-cabecera-2.
           05 filler                   pic x(14)
               value 'Departamento: '.
           05 tut-departamento         pic x(20).
           05 filler                   pic x(9)    value '  Fecha: '.
           05 tut-fecha                pic x(8).
           05 filler                   pic x(29)   value spaces.

       01 tut-columnas.
           05 filler                   pic x(40)
               value 'Matricula Nombre       Apellido     Situ'.
           05 filler                   pic x(40)
               value 'acion  Media Pend Cred  Obl Citar'.

       01 tut-linea.
           05 tut-matricula            pic 9(6).
           05 filler                   pic x(4)    value spaces.
           05 tut-nombre               pic x(12).
           05 filler                   pic x       value space.
           05 tut-apellido             pic x(12).
           05 filler                   pic x       value space.
           05 tut-situacion            pic x(10).
           05 filler                   pic x       value space.
           05 tut-media                pic x(5).
           05 filler                   pic x       value space.
           05 tut-pendientes           pic zzz9.
           05 filler                   pic x       value space.
           05 tut-creditos             pic zzz9.
           05 filler                   pic x(2)    value spaces.
           05 tut-oblig                pic z9.
           05 filler                   pic x(2)    value spaces.
           05 tut-citar                pic x(5).
           05 filler                   pic x(7)    value spaces.

       01 tut-faltan.
           05 filler                   pic x(10)   value '  Faltan: '.
           05 tut-lista-faltan.
               10 tut-falta occurs 10 times.
                   15 tut-codigo-falta  pic x(6).
                   15 filler            pic x.

       01 tut-total.
           05 filler                   pic x(19)
               value 'Alumnos asignados: '.
           05 tut-total-alumnos        pic zzz9.
           05 filler                   pic x(12)   value '   A citar: '.
           05 tut-total-citar          pic zzz9.
           05 filler                   pic x(41)   value spaces.

       procedure division.
           perform inicio
           perform cargar-pendientes
           sort trabajo-tut
               on ascending key tt-tutor tt-matricula
               input procedure is extraer-asignaciones
               giving tut-ordenado
           perform imprimir-tutorias
           perform fin
           perform mostrar-resumen
           goback.

       inicio.
           accept ws-fecha-ejecucion from date yyyymmdd
           open input tutores
           if ws-estado-tutores not = '00'
               display 'No se puede abrir tutores.dat: '
                   ws-estado-tutores
               goback
           end-if
           open input alumnos
           if ws-estado-alumnos not = '00'
               display 'No se puede abrir alumnos.dat: '
                   ws-estado-alumnos
               goback
           end-if
           open input situacion
           if ws-estado-situacion = '00'
               set situacion-disponible to true
           else
               set situacion-no-disponible to true
           end-if
           open input resultados
           if ws-estado-resultados = '00'
               set resultados-disponible to true
           else
               set resultados-no-disponible to true
           end-if
           open input requisitos
           if ws-estado-requisitos = '00'
               set requisitos-disponible to true
           else
               set requisitos-no-disponible to true
           end-if
           open input cursosal
           if ws-estado-cursosal not = '00'
               display 'No se puede abrir cursosal.dat: '
                   ws-estado-cursosal
               goback
           end-if.

       cargar-pendientes.
           open input pendientes
           if ws-estado-pendientes = '00'
               set no-fin-fichero to true
               perform leer-pendiente
               perform anotar-pendiente until fin-fichero
               close pendientes
           end-if.

       leer-pendiente.
           read pendientes
               at end set fin-fichero to true
           end-read.

       anotar-pendiente.
           move matricula-pen to matricula-cal
           move codigo-pen    to codigo-cal
           read cursosal
               invalid key
                   perform sumar-pendiente-abierta
               not invalid key
                   continue
           end-read
           perform leer-pendiente.

       sumar-pendiente-abierta.
           perform buscar-pendiente
           if idx-hallado = 0
               if num-pendientes < cte-max-pendientes
                   add 1 to num-pendientes
                   move matricula-pen to tpe-matricula (num-pendientes)
                   move 1 to tpe-abiertas (num-pendientes)
               end-if
           else
               add 1 to tpe-abiertas (idx-hallado)
           end-if.

       buscar-pendiente.
           move zero to idx-hallado
           perform comparar-pendiente
               varying idx-pendiente from 1 by 1
               until idx-pendiente > num-pendientes
               or idx-hallado > 0.

       comparar-pendiente.
           if tpe-matricula (idx-pendiente) = matricula-pen
               move idx-pendiente to idx-hallado
           end-if.

       extraer-asignaciones.
           open input tutalum
           if ws-estado-tutalum not = '00'
               display 'No se puede abrir tutalum.dat: '
                   ws-estado-tutalum
           else
               set no-fin-fichero to true
               perform leer-tutalum
               perform soltar-asignacion until fin-fichero
               close tutalum
           end-if.

       leer-tutalum.
           read tutalum next
               at end set fin-fichero to true
           end-read.

       soltar-asignacion.
           move id-tut-ta    to tt-tutor
           move matricula-ta to tt-matricula
           release trabajo-tut-rec
           perform leer-tutalum.

       imprimir-tutorias.
           open input tut-ordenado
           open output informe-tutorias
           set no-fin-ordenado to true
           perform leer-ordenado
           perform tratar-tutor until fin-ordenado
           close tut-ordenado
           close informe-tutorias.

       leer-ordenado.
           read tut-ordenado
               at end set fin-ordenado to true
           end-read.

       tratar-tutor.
           add 1 to cnt-tutores
           move ord-tutor to ws-tutor-actual
           move zero to cnt-tutelados-tutor
           move zero to cnt-citados-tutor
           perform escribir-cabecera-tutor
           perform tratar-tutelado
               until fin-ordenado
               or ord-tutor not = ws-tutor-actual
           move cnt-tutelados-tutor to tut-total-alumnos
           move cnt-citados-tutor   to tut-total-citar
           write informe-tutorias-rec from tut-total
               after advancing 2 lines.

       escribir-cabecera-tutor.
           move ws-tutor-actual to id-tut
           read tutores
               invalid key
                   move 'TUTOR NO REGISTRADO' to nombre-tut
                   move spaces to departamento-tut
           end-read
           move ws-tutor-actual    to tut-id-tutor
           move nombre-tut         to tut-nombre-tutor
           write informe-tutorias-rec from tut-cabecera
               after advancing page
           move departamento-tut   to tut-departamento
           move ws-fecha-ejecucion to tut-fecha
           write informe-tutorias-rec from tut-cabecera-2
               after advancing cte-una lines
           write informe-tutorias-rec from tut-columnas
               after advancing 2 lines.

       tratar-tutelado.
           add 1 to cnt-tutelados
           add 1 to cnt-tutelados-tutor
           set alumno-sin-citar to true
           move zero to ws-creditos-faltan
           move zero to ws-oblig-faltan
           move ord-matricula to matricula-alu
           read alumnos
               invalid key
                   set alumno-no-hallado to true
                   move spaces to alumno-rec
                   move 'NO EXISTE' to nombre-alu
               not invalid key
                   set alumno-hallado to true
           end-read
           perform obtener-situacion
           perform obtener-nota-ultima
           perform obtener-pendientes
           if alumno-hallado and alumno-activo
               perform evaluar-requisitos
               perform decidir-citacion
           end-if
           perform escribir-tutelado
           perform leer-ordenado.

       obtener-situacion.
           evaluate true
               when alumno-no-hallado
                   move spaces to tut-situacion
               when alumno-graduado
                   move 'GRADUADO' to tut-situacion
               when alumno-inactivo
                   move 'INACTIVO' to tut-situacion
               when situacion-no-disponible
                   move '-' to tut-situacion
               when other
                   move ord-matricula to matricula-sit
                   read situacion
                       invalid key
                           move '-' to tut-situacion
                       not invalid key
                           perform describir-situacion
                   end-read
           end-evaluate.

       describir-situacion.
           evaluate true
               when situacion-probatoria
                   move 'PROBATORIA' to tut-situacion
               when situacion-lista-decano
                   move 'DECANO' to tut-situacion
               when other
                   move 'NORMAL' to tut-situacion
           end-evaluate.

       obtener-nota-ultima.
           move spaces to ws-nota-ultima
           if resultados-disponible
               move ord-matricula to matricula-res
               move low-values    to fecha-res
               start resultados key >= clave-res
                   invalid key
                       set fin-resultados-alumno to true
                   not invalid key
                       set no-fin-resultados-alumno to true
                       perform leer-resultado-alumno
               end-start
               perform guardar-nota-ultima
                   until fin-resultados-alumno
           end-if
           if ws-nota-ultima = spaces
               move '  -  ' to tut-media
           else
               move ws-nota-ultima (1:5) to tut-media
           end-if.

       leer-resultado-alumno.
           read resultados next
               at end
                   set fin-resultados-alumno to true
               not at end
                   if matricula-res not = ord-matricula
                       set fin-resultados-alumno to true
                   end-if
           end-read.

       guardar-nota-ultima.
           move nota-media-res to ws-nota-ultima
           perform leer-resultado-alumno.

       obtener-pendientes.
           move ord-matricula to matricula-pen
           perform buscar-pendiente
           if idx-hallado = 0
               move zero to ws-abiertas
           else
               move tpe-abiertas (idx-hallado) to ws-abiertas
           end-if.

       evaluar-requisitos.
           set requisito-no-hallado to true
           if requisitos-disponible
               move programa-alu to programa-req
               read requisitos
                   invalid key
                       set requisito-no-hallado to true
                   not invalid key
                       set requisito-hallado to true
               end-read
           end-if
           if requisito-hallado
               perform cargar-cursos-alumno
               perform contar-creditos
               perform contar-obligatorios
           end-if.

       cargar-cursos-alumno.
           move zero to num-pasados
           move matricula-alu to matricula-cal
           move low-values    to codigo-cal
           start cursosal key >= clave-cal
               invalid key
                   set fin-cursos-alumno to true
               not invalid key
                   set no-fin-cursos-alumno to true
                   perform leer-curso-alumno
           end-start
           perform guardar-curso-alumno until fin-cursos-alumno.

       leer-curso-alumno.
           read cursosal next
               at end
                   set fin-cursos-alumno to true
               not at end
                   if matricula-cal not = matricula-alu
                       set fin-cursos-alumno to true
                   end-if
           end-read.

       guardar-curso-alumno.
           if num-pasados < 200
               add 1 to num-pasados
               move codigo-cal  to tp-codigo (num-pasados)
               move credito-cal to tp-creditos (num-pasados)
           end-if
           perform leer-curso-alumno.

       contar-creditos.
           move zero to ws-creditos-ganados
           perform sumar-credito-pasado
               varying idx-pasado from 1 by 1
               until idx-pasado > num-pasados
           if ws-creditos-ganados >= creditos-req
               move zero to ws-creditos-faltan
           else
               compute ws-creditos-faltan =
                   creditos-req - ws-creditos-ganados
           end-if.

       sumar-credito-pasado.
           add tp-creditos (idx-pasado) to ws-creditos-ganados.

       contar-obligatorios.
           move zero to ws-oblig-faltan
           move spaces to tut-lista-faltan
           perform comprobar-obligatorio
               varying idx-oblig from 1 by 1
               until idx-oblig > 10.

       comprobar-obligatorio.
           if curso-oblig-req (idx-oblig) not = spaces
               move zero to idx-hallado
               perform buscar-curso-pasado
                   varying idx-pasado from 1 by 1
                   until idx-pasado > num-pasados
                   or idx-hallado > 0
               if idx-hallado = 0
                   add 1 to ws-oblig-faltan
                   move curso-oblig-req (idx-oblig)
                       to tut-codigo-falta (ws-oblig-faltan)
               end-if
           end-if.

       buscar-curso-pasado.
           if tp-codigo (idx-pasado) = curso-oblig-req (idx-oblig)
               move idx-pasado to idx-hallado
           end-if.

       decidir-citacion.
           if tut-situacion = 'PROBATORIA'
               set alumno-a-citar to true
           end-if
           if ws-abiertas > 0
               set alumno-a-citar to true
           end-if
           if ws-nota-ultima not = spaces
               move ws-nota-ultima (1:5) to ws-nota-texto
               if ws-nota-ent is numeric
                   compute ws-nota-valor = ws-nota-ent + ws-nota-dec
                   if ws-nota-valor < 10
                       set alumno-a-citar to true
                   end-if
               end-if
           end-if.

       escribir-tutelado.
           move ord-matricula      to tut-matricula
           move nombre-alu         to tut-nombre
           move apellido-alu       to tut-apellido
           move ws-abiertas        to tut-pendientes
           move ws-creditos-faltan to tut-creditos
           move ws-oblig-faltan    to tut-oblig
           if alumno-a-citar
               add 1 to cnt-citados
               add 1 to cnt-citados-tutor
               move 'CITAR' to tut-citar
           else
               move spaces to tut-citar
           end-if
           write informe-tutorias-rec from tut-linea
               after advancing cte-una lines
           if ws-oblig-faltan > 0
               write informe-tutorias-rec from tut-faltan
                   after advancing cte-una lines
           end-if.

       fin.
           close tutores
           close alumnos
           if situacion-disponible
               close situacion
           end-if
           if resultados-disponible
               close resultados
           end-if
           if requisitos-disponible
               close requisitos
           end-if
           close cursosal.

       mostrar-resumen.
           display 'Informe de tutorias'
           display '___________________'.
           display 'Tutores con alumnos  : ' cnt-tutores.
           display 'Alumnos tutelados    : ' cnt-tutelados.
           display 'Alumnos a citar      : ' cnt-citados.
           display 'Informe escrito en tutorias.rpt'.
           display ' '.

       end program InformeTutorias.
