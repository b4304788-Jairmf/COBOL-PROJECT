       program-id. IntegridadMaestros
           as "T1_COMPILADORES.IntegridadMaestros".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select alumnos assign "alumnos.dat"
               organization is indexed
               access mode is random
               record key is matricula-alu
               file status is ws-estado-alumnos.

           select curriculum assign "curriculum.dat"
               organization is indexed
               access mode is dynamic
               record key is codigo-curr
               file status is ws-estado-curriculum.

           select requisitos assign "requisitos.dat"
               organization is indexed
               access mode is dynamic
               record key is programa-req
               file status is ws-estado-requisitos.

           select cursosal assign "cursosal.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-cal
               file status is ws-estado-cursosal.

           select situacion assign "situacion.dat"
               organization is indexed
               access mode is dynamic
               record key is matricula-sit
               file status is ws-estado-situacion.

           select resultados assign "resultados.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-res
               file status is ws-estado-resultados.

           select intentos assign "intentos.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-int
               file status is ws-estado-intentos.

           select informe-integridad assign "integridad.rpt"
               organization is sequential.

       data division.
       file section.
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

       fd curriculum.
       01 curriculum-rec.
               05 codigo-curr           pic x(6).
               05 creditos-oficiales    pic 9.
               05 titulo-curr           pic x(30).
               05 prerequisitos-curr.
                   10 prereq-curr occurs 3 times pic x(6).

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

       fd intentos.
       01 intento-rec.
               05 clave-int.
                   10 matricula-int     pic 9(6).
                   10 codigo-int        pic x(6).
                   10 periodo-int       pic 9(6).
               05 calif-int             pic 99.
               05 credito-int           pic 9.
               05 resultado-int         pic x(3).
               05 fecha-int             pic x(8).
               05 grupo-int             pic x(8).

       fd informe-integridad.
       01 informe-integridad-rec   pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-fichero                pic x.
               88 fin-fichero                       value 'f'.
               88 no-fin-fichero                    value 'n'.

           05 sw-regla                  pic x.
               88 regla-disponible                  value 'd'.
               88 regla-omitida                     value 'o'.

           05 sw-maestros               pic x.
               88 maestros-disponibles              value 'd'.
               88 maestros-no-disponibles           value 'n'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-max-cursos       pic 9(4)    value 2000.
               10 cte-num-reglas       pic 99      value 9.

           05 variables-auxiliares.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-rc-final          pic 99      value 0.
               10 ws-codigo-buscado    pic x(6).
               10 ws-matricula-buscada pic 9(6).
               10 ws-fichero-regla     pic x(16).
               10 ws-estado-regla      pic xx.
               10 idx-regla            pic 99.
               10 idx-curso            pic 9(4).
               10 idx-hallado          pic 9(4).
               10 idx-prereq           pic 9.
               10 idx-oblig            pic 99.

           05 contadores-resumen.
               10 cnt-revisados        pic 9(6)     value 0.
               10 cnt-excepciones      pic 9(6)     value 0.

       01 ws-estado-alumnos            pic xx.
       01 ws-estado-curriculum         pic xx.
       01 ws-estado-requisitos         pic xx.
       01 ws-estado-cursosal           pic xx.
       01 ws-estado-situacion          pic xx.
       01 ws-estado-resultados         pic xx.
       01 ws-estado-intentos           pic xx.

       01 tabla-cursos.
           05 num-cursos               pic 9(4)    value 0.
           05 detalle-curso occurs 2000 times.
               10 tcu-codigo           pic x(6).
               10 tcu-creditos         pic 9.

       01 tabla-reglas.
           05 detalle-regla occurs 9 times.
               10 trg-titulo           pic x(50).
               10 trg-excepciones      pic 9(5).
               10 trg-omitida          pic x.

       01 int-cabecera.
           05 filler                   pic x(44)
               value 'INTEGRIDAD REFERENCIAL DE MAESTROS - Fecha: '.
           05 int-fecha                pic x(8).
           05 filler                   pic x(28)   value spaces.

       01 int-regla.
           05 filler                   pic x(6)    value 'Regla '.
           05 int-num-regla            pic 9.
           05 filler                   pic x(2)    value ': '.
           05 int-titulo-regla         pic x(50).
           05 filler                   pic x(21)   value spaces.

       01 int-detalle.
           05 filler                   pic x(2)    value spaces.
           05 int-clave                pic x(20).
           05 filler                   pic x       value space.
           05 int-texto                pic x(50).
           05 filler                   pic x(7)    value spaces.

       01 int-total-regla.
           05 filler                   pic x(16)
               value '  Excepciones : '.
           05 int-excepciones-regla    pic zzzz9.
           05 filler                   pic x(59)   value spaces.

       01 int-omitida.
           05 filler                   pic x(2)    value spaces.
           05 int-fichero-omitido      pic x(16).
           05 filler                   pic x(30)
               value ' no disponible, regla omitida'.
           05 filler                   pic x(32)   value spaces.

       01 int-resumen-cabecera.
           05 filler                   pic x(40)
               value 'RESUMEN POR REGLA'.
           05 filler                   pic x(40)   value spaces.

       01 int-resumen-linea.
           05 filler                   pic x(2)    value spaces.
           05 int-res-regla            pic 9.
           05 filler                   pic x(2)    value spaces.
           05 int-res-titulo           pic x(50).
           05 filler                   pic x(2)    value spaces.
           05 int-res-excepciones      pic zzzz9.
           05 filler                   pic x       value space.
           05 int-res-estado           pic x(8).
           05 filler                   pic x(9)    value spaces.

       01 int-resumen-total.
           05 filler                   pic x(40)
               value 'Registros revisados : '.
           05 int-tot-revisados        pic zzzzz9.
           05 filler                   pic x(34)   value spaces.

       01 int-resumen-excepciones.
           05 filler                   pic x(40)
               value 'Excepciones totales : '.
           05 int-tot-excepciones      pic zzzzz9.
           05 filler                   pic x(34)   value spaces.

       01 int-veredicto.
           05 filler                   pic x(22)
               value 'Codigo de retorno : '.
           05 int-rc                   pic 99.
           05 filler                   pic x(56)   value spaces.

       procedure division.
           perform inicio
           perform cargar-curriculum
           if maestros-disponibles
               perform verificar-reglas
           end-if
           perform fin
           goback.

       inicio.
           accept ws-fecha-ejecucion from date yyyymmdd
           set maestros-disponibles to true
           move 'cursosal.dat: curso inexistente en curriculum'
               to trg-titulo (1)
           move 'cursosal.dat: matricula inexistente en alumnos'
               to trg-titulo (2)
           move 'cursosal.dat: creditos distintos del curriculum'
               to trg-titulo (3)
           move 'curriculum.dat: prerrequisito inexistente'
               to trg-titulo (4)
           move 'requisitos.dat: curso obligatorio inexistente'
               to trg-titulo (5)
           move 'situacion.dat: matricula inexistente en alumnos'
               to trg-titulo (6)
           move 'resultados.dat: matricula inexistente en alumnos'
               to trg-titulo (7)
           move 'intentos.dat: matricula inexistente en alumnos'
               to trg-titulo (8)
           move 'intentos.dat: curso inexistente en curriculum'
               to trg-titulo (9)
           perform limpiar-regla
               varying idx-regla from 1 by 1
               until idx-regla > cte-num-reglas
           open output informe-integridad
           move ws-fecha-ejecucion to int-fecha
           write informe-integridad-rec from int-cabecera
           open input alumnos
           if ws-estado-alumnos not = '00'
               display 'No se puede abrir alumnos.dat: '
                   ws-estado-alumnos
               move 'alumnos.dat' to int-fichero-omitido
               write informe-integridad-rec from int-omitida
                   after advancing 2 lines
               set maestros-no-disponibles to true
           end-if.

       limpiar-regla.
           move zero  to trg-excepciones (idx-regla)
           move space to trg-omitida (idx-regla).

       cargar-curriculum.
           open input curriculum
           if ws-estado-curriculum not = '00'
               display 'No se puede abrir curriculum.dat: '
                   ws-estado-curriculum
               move 'curriculum.dat' to int-fichero-omitido
               write informe-integridad-rec from int-omitida
                   after advancing 2 lines
               set maestros-no-disponibles to true
           else
               set no-fin-fichero to true
               perform leer-curriculum
               perform guardar-curso until fin-fichero
               close curriculum
           end-if.

       leer-curriculum.
           read curriculum next
               at end set fin-fichero to true
           end-read.

       guardar-curso.
           if num-cursos < cte-max-cursos
               add 1 to num-cursos
               move codigo-curr        to tcu-codigo (num-cursos)
               move creditos-oficiales to tcu-creditos (num-cursos)
           else
               display 'curriculum.dat tiene mas de ' cte-max-cursos
                   ' cursos, no se puede verificar'
               set maestros-no-disponibles to true
               set fin-fichero to true
           end-if
           if no-fin-fichero
               perform leer-curriculum
           end-if.

       buscar-curso.
           move zero to idx-hallado
           perform comparar-curso
               varying idx-curso from 1 by 1
               until idx-curso > num-cursos
               or idx-hallado > 0.

       comparar-curso.
           if tcu-codigo (idx-curso) = ws-codigo-buscado
               move idx-curso to idx-hallado
           end-if.

       buscar-alumno.
           move ws-matricula-buscada to matricula-alu
           read alumnos
               invalid key
                   move zero to idx-hallado
               not invalid key
                   move 1 to idx-hallado
           end-read.

       verificar-reglas.
           perform regla-curso-cursosal
           perform regla-alumno-cursosal
           perform regla-creditos-cursosal
           perform regla-prerrequisitos
           perform regla-obligatorios
           perform regla-alumno-situacion
           perform regla-alumno-resultados
           perform regla-alumno-intentos
           perform regla-curso-intentos.

       abrir-regla.
           move idx-regla               to int-num-regla
           move trg-titulo (idx-regla)  to int-titulo-regla
           write informe-integridad-rec from int-regla
               after advancing 2 lines
           set regla-disponible to true
           if ws-estado-regla not = '00'
               set regla-omitida to true
               move 'O' to trg-omitida (idx-regla)
               move ws-fichero-regla to int-fichero-omitido
               write informe-integridad-rec from int-omitida
                   after advancing cte-una lines
               if ws-estado-regla not = '35'
                   display 'No se puede abrir ' ws-fichero-regla
                       ': ' ws-estado-regla
                   move 8 to ws-rc-final
               end-if
           end-if.

       cerrar-regla.
           if regla-disponible
               move trg-excepciones (idx-regla)
                   to int-excepciones-regla
               write informe-integridad-rec from int-total-regla
                   after advancing cte-una lines
           end-if.

       anotar-excepcion.
           add 1 to trg-excepciones (idx-regla)
           add 1 to cnt-excepciones
           write informe-integridad-rec from int-detalle
               after advancing cte-una lines.

       regla-curso-cursosal.
           move 1 to idx-regla
           perform abrir-cursosal
           if regla-disponible
               perform leer-curso-alumno
               perform comprobar-curso-cursosal until fin-fichero
               close cursosal
           end-if
           perform cerrar-regla.

       regla-alumno-cursosal.
           move 2 to idx-regla
           perform abrir-cursosal
           if regla-disponible
               perform leer-curso-alumno
               perform comprobar-alumno-cursosal until fin-fichero
               close cursosal
           end-if
           perform cerrar-regla.

       regla-creditos-cursosal.
           move 3 to idx-regla
           perform abrir-cursosal
           if regla-disponible
               perform leer-curso-alumno
               perform comprobar-creditos-cursosal until fin-fichero
               close cursosal
           end-if
           perform cerrar-regla.

       abrir-cursosal.
           open input cursosal
           move ws-estado-cursosal to ws-estado-regla
           move 'cursosal.dat'     to ws-fichero-regla
           set no-fin-fichero to true
           perform abrir-regla.

       leer-curso-alumno.
           read cursosal next
               at end set fin-fichero to true
           end-read.

       comprobar-curso-cursosal.
           add 1 to cnt-revisados
           move codigo-cal to ws-codigo-buscado
           perform buscar-curso
           if idx-hallado = 0
               perform preparar-clave-cursosal
               move spaces to int-texto
               string 'curso ' delimited by size
                   codigo-cal   delimited by size
                   ' no existe en curriculum.dat'
                                delimited by size
                   into int-texto
               end-string
               perform anotar-excepcion
           end-if
           perform leer-curso-alumno.

       comprobar-alumno-cursosal.
           add 1 to cnt-revisados
           move matricula-cal to ws-matricula-buscada
           perform buscar-alumno
           if idx-hallado = 0
               perform preparar-clave-cursosal
               move 'matricula no existe en alumnos.dat'
                   to int-texto
               perform anotar-excepcion
           end-if
           perform leer-curso-alumno.

       comprobar-creditos-cursosal.
           add 1 to cnt-revisados
           move codigo-cal to ws-codigo-buscado
           perform buscar-curso
           if idx-hallado > 0
               if credito-cal not = tcu-creditos (idx-hallado)
                   perform preparar-clave-cursosal
                   move spaces to int-texto
                   string 'creditos ' delimited by size
                       credito-cal    delimited by size
                       ', oficiales ' delimited by size
                       tcu-creditos (idx-hallado)
                                      delimited by size
                       into int-texto
                   end-string
                   perform anotar-excepcion
               end-if
           end-if
           perform leer-curso-alumno.

       preparar-clave-cursosal.
           move spaces to int-clave
           string matricula-cal delimited by size
               ' '              delimited by size
               codigo-cal       delimited by size
               into int-clave
           end-string.

       regla-prerrequisitos.
           move 4 to idx-regla
           open input curriculum
           move ws-estado-curriculum to ws-estado-regla
           move 'curriculum.dat'     to ws-fichero-regla
           set no-fin-fichero to true
           perform abrir-regla
           if regla-disponible
               perform leer-curriculum
               perform comprobar-prerrequisitos until fin-fichero
               close curriculum
           end-if
           perform cerrar-regla.

       comprobar-prerrequisitos.
           add 1 to cnt-revisados
           perform comprobar-prerrequisito
               varying idx-prereq from 1 by 1
               until idx-prereq > 3
           perform leer-curriculum.

       comprobar-prerrequisito.
           if prereq-curr (idx-prereq) not = spaces
               move prereq-curr (idx-prereq) to ws-codigo-buscado
               perform buscar-curso
               if idx-hallado = 0
                   move codigo-curr to int-clave
                   move spaces to int-texto
                   string 'prerrequisito ' delimited by size
                       prereq-curr (idx-prereq)
                                          delimited by size
                       ' no existe'       delimited by size
                       into int-texto
                   end-string
                   perform anotar-excepcion
               end-if
           end-if.

       regla-obligatorios.
           move 5 to idx-regla
           open input requisitos
           move ws-estado-requisitos to ws-estado-regla
           move 'requisitos.dat'     to ws-fichero-regla
           set no-fin-fichero to true
           perform abrir-regla
           if regla-disponible
               perform leer-requisito
               perform comprobar-obligatorios until fin-fichero
               close requisitos
           end-if
           perform cerrar-regla.

       leer-requisito.
           read requisitos next
               at end set fin-fichero to true
           end-read.

       comprobar-obligatorios.
           add 1 to cnt-revisados
           perform comprobar-obligatorio
               varying idx-oblig from 1 by 1
               until idx-oblig > 10
           perform leer-requisito.

       comprobar-obligatorio.
           if curso-oblig-req (idx-oblig) not = spaces
               move curso-oblig-req (idx-oblig) to ws-codigo-buscado
               perform buscar-curso
               if idx-hallado = 0
                   move programa-req to int-clave
                   move spaces to int-texto
                   string 'curso obligatorio ' delimited by size
                       curso-oblig-req (idx-oblig)
                                              delimited by size
                       ' no existe'           delimited by size
                       into int-texto
                   end-string
                   perform anotar-excepcion
               end-if
           end-if.

       regla-alumno-situacion.
           move 6 to idx-regla
           open input situacion
           move ws-estado-situacion to ws-estado-regla
           move 'situacion.dat'     to ws-fichero-regla
           set no-fin-fichero to true
           perform abrir-regla
           if regla-disponible
               perform leer-situacion
               perform comprobar-alumno-situacion until fin-fichero
               close situacion
           end-if
           perform cerrar-regla.

       leer-situacion.
           read situacion next
               at end set fin-fichero to true
           end-read.

       comprobar-alumno-situacion.
           add 1 to cnt-revisados
           move matricula-sit to ws-matricula-buscada
           perform buscar-alumno
           if idx-hallado = 0
               move matricula-sit to int-clave
               move 'matricula no existe en alumnos.dat'
                   to int-texto
               perform anotar-excepcion
           end-if
           perform leer-situacion.

       regla-alumno-resultados.
           move 7 to idx-regla
           open input resultados
           move ws-estado-resultados to ws-estado-regla
           move 'resultados.dat'     to ws-fichero-regla
           set no-fin-fichero to true
           perform abrir-regla
           if regla-disponible
               perform leer-resultado
               perform comprobar-alumno-resultado until fin-fichero
               close resultados
           end-if
           perform cerrar-regla.

       leer-resultado.
           read resultados next
               at end set fin-fichero to true
           end-read.

       comprobar-alumno-resultado.
           add 1 to cnt-revisados
           move matricula-res to ws-matricula-buscada
           perform buscar-alumno
           if idx-hallado = 0
               move spaces to int-clave
               string matricula-res delimited by size
                   ' '              delimited by size
                   fecha-res        delimited by size
                   into int-clave
               end-string
               move 'matricula no existe en alumnos.dat'
                   to int-texto
               perform anotar-excepcion
           end-if
           perform leer-resultado.

       regla-alumno-intentos.
           move 8 to idx-regla
           perform abrir-intentos
           if regla-disponible
               perform leer-intento
               perform comprobar-alumno-intento until fin-fichero
               close intentos
           end-if
           perform cerrar-regla.

       regla-curso-intentos.
           move 9 to idx-regla
           perform abrir-intentos
           if regla-disponible
               perform leer-intento
               perform comprobar-curso-intento until fin-fichero
               close intentos
           end-if
           perform cerrar-regla.

       abrir-intentos.
           open input intentos
           move ws-estado-intentos to ws-estado-regla
           move 'intentos.dat'     to ws-fichero-regla
           set no-fin-fichero to true
           perform abrir-regla.

       leer-intento.
           read intentos next
               at end set fin-fichero to true
           end-read.

       comprobar-alumno-intento.
           add 1 to cnt-revisados
           move matricula-int to ws-matricula-buscada
           perform buscar-alumno
           if idx-hallado = 0
               perform preparar-clave-intento
               move 'matricula no existe en alumnos.dat'
                   to int-texto
               perform anotar-excepcion
           end-if
           perform leer-intento.

       comprobar-curso-intento.
           add 1 to cnt-revisados
           move codigo-int to ws-codigo-buscado
           perform buscar-curso
           if idx-hallado = 0
               perform preparar-clave-intento
               move spaces to int-texto
               string 'curso ' delimited by size
                   codigo-int   delimited by size
                   ' no existe en curriculum.dat'
                                delimited by size
                   into int-texto
               end-string
               perform anotar-excepcion
           end-if
           perform leer-intento.

       preparar-clave-intento.
           move spaces to int-clave
           string matricula-int delimited by size
               ' '              delimited by size
               codigo-int       delimited by size
               ' '              delimited by size
               periodo-int      delimited by size
               into int-clave
           end-string.

       fin.
           if maestros-disponibles
               close alumnos
               write informe-integridad-rec from int-resumen-cabecera
                   after advancing 2 lines
               perform escribir-resumen-regla
                   varying idx-regla from 1 by 1
                   until idx-regla > cte-num-reglas
           else
               if ws-estado-alumnos = '00'
                   close alumnos
               end-if
               move 8 to ws-rc-final
           end-if
           if cnt-excepciones > 0 and ws-rc-final < 4
               move 4 to ws-rc-final
           end-if
           move cnt-revisados   to int-tot-revisados
           write informe-integridad-rec from int-resumen-total
               after advancing 2 lines
           move cnt-excepciones to int-tot-excepciones
           write informe-integridad-rec from int-resumen-excepciones
               after advancing cte-una lines
           move ws-rc-final to int-rc
           write informe-integridad-rec from int-veredicto
               after advancing cte-una lines
           close informe-integridad
           display 'Integridad de maestros: ' cnt-revisados
               ' registros revisados, ' cnt-excepciones
               ' excepciones, codigo de retorno ' ws-rc-final
           move ws-rc-final to return-code.

       escribir-resumen-regla.
           move idx-regla              to int-res-regla
           move trg-titulo (idx-regla) to int-res-titulo
           move trg-excepciones (idx-regla) to int-res-excepciones
           if trg-omitida (idx-regla) = 'O'
               move 'OMITIDA' to int-res-estado
           else
               if trg-excepciones (idx-regla) = 0
                   move 'CORRECTA' to int-res-estado
               else
                   move 'ERRORES' to int-res-estado
               end-if
           end-if
           write informe-integridad-rec from int-resumen-linea
               after advancing cte-una lines.

       end program IntegridadMaestros.
