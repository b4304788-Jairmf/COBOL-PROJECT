       program-id. TranscriptECTS
           as "T1_COMPILADORES.TranscriptECTS".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select intentos assign "intentos.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-int
               file status is ws-estado-intentos.

           select alumnos assign "alumnos.dat"
               organization is indexed
               access mode is random
               record key is matricula-alu
               file status is ws-estado-alumnos.

           select curriculum assign "curriculum.dat"
               organization is indexed
               access mode is random
               record key is codigo-curr
               file status is ws-estado-curriculum.

           select tablaects assign "tablaects.dat"
               organization is indexed
               access mode is random
               record key is codigo-ects
               file status is ws-estado-tablaects.

           select trabajo-ects assign "sortwk1".

           select ects-ordenado assign "ectsord.dat"
               organization is sequential.

           select transcript assign "transcript.txt"
               organization is line sequential.

       data division.
       file section.
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

       fd tablaects.
       01 tabla-ects-rec.
               05 codigo-ects           pic x(6).
               05 periodo-desde-ects    pic 9(6).
               05 periodo-hasta-ects    pic 9(6).
               05 fecha-ects            pic x(8).
               05 total-ects            pic 9(5).
               05 distribucion-ects occurs 11 times.
                   10 cnt-nota-ects     pic 9(5).
                   10 pct-nota-ects     pic 999v9.

       sd trabajo-ects.
       01 trabajo-ects-rec.
               05 tx-codigo            pic x(6).
               05 tx-calif             pic 99.

       fd ects-ordenado.
       01 ects-ordenado-rec.
               05 eo-codigo            pic x(6).
               05 eo-calif             pic 99.

       fd transcript.
       01 transcript-rec           pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-programa               pic x.
               88 fin-programa                     value 'f'.
               88 no-fin-programa                  value 'n'.

           05 sw-intentos               pic x.
               88 fin-intentos                      value 'f'.
               88 no-fin-intentos                   value 'n'.

           05 sw-ordenado               pic x.
               88 fin-ordenado                      value 'f'.
               88 no-fin-ordenado                   value 'n'.

           05 sw-tablaects              pic x.
               88 tablaects-disponible              value 'd'.
               88 tablaects-no-disponible           value 'n'.

           05 sw-tabla                  pic x.
               88 tabla-hallada                     value 'h'.
               88 tabla-no-hallada                  value 'n'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-nota-aprobado    pic 99      value 10.
               10 cte-nota-maxima      pic 99      value 20.

           05 variables-auxiliares.
               10 ws-opcion            pic x.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-periodo-desde     pic 9(6).
               10 ws-periodo-hasta     pic 9(6).
               10 ws-matricula-ent     pic 9(6).
               10 ws-periodo-ent       pic 9(6).
               10 ws-codigo-actual     pic x(6).
               10 ws-creditos-cursados pic 9(3).
               10 ws-creditos-ganados  pic 9(3).
               10 idx-nota             pic 99.

           05 contadores-resumen.
               10 cnt-cursos-tabla     pic 9(5)     value 0.
               10 cnt-aprobados-tabla  pic 9(7)     value 0.
               10 cnt-cursos-transcript pic 9(3)    value 0.

       01 ws-estado-intentos           pic xx.
       01 ws-estado-alumnos            pic xx.
       01 ws-estado-curriculum         pic xx.
       01 ws-estado-tablaects          pic xx.

       01 ws-calif-edit                pic z9.

       01 trn-titulo.
           05 filler                   pic x(40)
               value 'TRANSCRIPT OF RECORDS'.
           05 filler                   pic x(40)   value spaces.

       01 trn-alumno.
           05 filler                   pic x(12)   value 'Student   : '.
           05 trn-matricula            pic 9(6).
           05 filler                   pic x       value space.
           05 trn-nombre               pic x(12).
           05 filler                   pic x       value space.
           05 trn-apellido             pic x(12).
           05 filler                   pic x(36)   value spaces.

       01 trn-programa.
           05 filler                   pic x(12)   value 'Programme : '.
           05 trn-programa-alu         pic x(10).
           05 filler                   pic x(18)
               value '   Academic term: '.
           05 trn-periodo              pic 9(6).
           05 filler                   pic x(34)   value spaces.

       01 trn-emision.
           05 filler                   pic x(12)   value 'Issued on : '.
           05 trn-fecha                pic x(8).
           05 filler                   pic x(60)   value spaces.

       01 trn-escala.
           05 filler                   pic x(50)
               value 'Local grading scale 0-20, minimum pass mark 10'.
           05 filler                   pic x(30)   value spaces.

       01 trn-columnas.
           05 filler                   pic x(7)    value 'Code'.
           05 filler                   pic x(31)   value 'Course title'.
           05 filler                   pic x(4)    value 'ECTS'.
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(5)    value 'Grade'.
           05 filler                   pic x       value space.
           05 filler                   pic x(13)   value 'Result'.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(5)    value 'Share'.
           05 filler                   pic x(9)    value spaces.

       01 trn-curso.
           05 trn-codigo               pic x(6).
           05 filler                   pic x       value space.
           05 trn-titulo-curso         pic x(30).
           05 filler                   pic x(3)    value spaces.
           05 trn-ects                 pic z9.
           05 filler                   pic x(4)    value spaces.
           05 trn-nota                 pic x(2).
           05 filler                   pic x(3)    value spaces.
           05 trn-resultado            pic x(13).
           05 filler                   pic x(2)    value spaces.
           05 trn-pct                  pic zz9.9   blank when zero.
           05 filler                   pic x(9)    value spaces.

       01 trn-dist-notas.
           05 filler                   pic x(14)
               value '  Grade       '.
           05 trn-nota-col occurs 11 times pic bbbb99.

       01 trn-dist-pct.
           05 filler                   pic x(14)
               value '  % of passes '.
           05 trn-pct-col occurs 11 times pic bzz9.9.

       01 trn-base.
           05 filler                   pic x(11)   value '  Based on '.
           05 trn-base-total           pic zzzz9.
           05 filler                   pic x(24)
               value ' passing results, terms '.
           05 trn-base-desde           pic 9(6).
           05 filler                   pic x       value '-'.
           05 trn-base-hasta           pic 9(6).
           05 filler                   pic x(27)   value spaces.

       01 trn-sin-tabla.
           05 filler                   pic x(40)
               value '  No ECTS grading table for this course'.
           05 filler                   pic x(40)   value spaces.

       01 trn-sin-cursos.
           05 filler                   pic x(40)
               value 'No course results recorded for this term'.
           05 filler                   pic x(40)   value spaces.

       01 trn-totales.
           05 filler                   pic x(30)
               value 'ECTS credits attempted : '.
           05 trn-tot-cursados         pic zz9.
           05 filler                   pic x(12)   value '   earned : '.
           05 trn-tot-ganados          pic zz9.
           05 filler                   pic x(32)   value spaces.

       procedure division.
           perform inicio
           perform proceso until fin-programa
           perform fin
           goback.

       inicio.
           accept ws-fecha-ejecucion from date yyyymmdd
           open input intentos
           if ws-estado-intentos not = '00'
               display 'No se puede abrir intentos.dat: '
                   ws-estado-intentos
               goback
           end-if
           open input alumnos
           if ws-estado-alumnos not = '00'
               display 'No se puede abrir alumnos.dat: '
                   ws-estado-alumnos
               goback
           end-if
           open input curriculum
           if ws-estado-curriculum not = '00'
               display 'No se puede abrir curriculum.dat: '
                   ws-estado-curriculum
               goback
           end-if
           perform preparar-nota-col
               varying idx-nota from 1 by 1
               until idx-nota > 11
           set no-fin-programa to true.

       preparar-nota-col.
           compute trn-nota-col (idx-nota) = idx-nota + 9.

       proceso.
           display ' '
           display 'Tablas ECTS y certificados Erasmus'
           display '__________________________________'
           display 'G - Generar tablas de calificacion ECTS'
           display 'T - Emitir Transcript of Records'
           display 'S - Salir'
           display 'Opcion: '
           accept ws-opcion
           evaluate ws-opcion
               when 'G'
               when 'g'
                   perform generar-tablas
               when 'T'
               when 't'
                   perform emitir-transcript
               when 'S'
               when 's'
                   set fin-programa to true
               when other
                   display 'Opcion no valida'
           end-evaluate.

       generar-tablas.
           display 'Periodo inicial (000000 = todos): '
           accept ws-periodo-desde
           display 'Periodo final (000000 = todos): '
           accept ws-periodo-hasta
           if ws-periodo-hasta = zero
               move 999999 to ws-periodo-hasta
           end-if
           move zero to cnt-cursos-tabla
           move zero to cnt-aprobados-tabla
           sort trabajo-ects
               on ascending key tx-codigo tx-calif
               input procedure is extraer-aprobados
               giving ects-ordenado
           open output tablaects
           open input ects-ordenado
           set no-fin-ordenado to true
           perform leer-ordenado
           perform tratar-codigo until fin-ordenado
           close ects-ordenado
           close tablaects
           display 'Tablas ECTS generadas : ' cnt-cursos-tabla
           display 'Aprobados analizados  : ' cnt-aprobados-tabla
           display 'Tablas grabadas en tablaects.dat'.

       extraer-aprobados.
           move low-values to clave-int
           start intentos key >= clave-int
               invalid key
                   set fin-intentos to true
               not invalid key
                   set no-fin-intentos to true
                   perform leer-intento
           end-start
           perform soltar-aprobado until fin-intentos.

       leer-intento.
           read intentos next
               at end set fin-intentos to true
           end-read.

       soltar-aprobado.
           if intento-aprobado
               and periodo-int >= ws-periodo-desde
               and periodo-int <= ws-periodo-hasta
               and calif-int >= cte-nota-aprobado
               and calif-int <= cte-nota-maxima
               move codigo-int to tx-codigo
               move calif-int  to tx-calif
               release trabajo-ects-rec
           end-if
           perform leer-intento.

       leer-ordenado.
           read ects-ordenado
               at end set fin-ordenado to true
           end-read.

       tratar-codigo.
           move eo-codigo to ws-codigo-actual
           move spaces to tabla-ects-rec
           move eo-codigo          to codigo-ects
           move ws-periodo-desde   to periodo-desde-ects
           move ws-periodo-hasta   to periodo-hasta-ects
           move ws-fecha-ejecucion to fecha-ects
           move zero to total-ects
           perform limpiar-distribucion
               varying idx-nota from 1 by 1
               until idx-nota > 11
           perform acumular-calificacion
               until fin-ordenado
               or eo-codigo not = ws-codigo-actual
           perform calcular-porcentaje
               varying idx-nota from 1 by 1
               until idx-nota > 11
           write tabla-ects-rec
               invalid key
                   rewrite tabla-ects-rec
           end-write
           add 1 to cnt-cursos-tabla.

       limpiar-distribucion.
           move zero to cnt-nota-ects (idx-nota)
           move zero to pct-nota-ects (idx-nota).

       acumular-calificacion.
           compute idx-nota = eo-calif - 9
           add 1 to cnt-nota-ects (idx-nota)
           add 1 to total-ects
           add 1 to cnt-aprobados-tabla
           perform leer-ordenado.

       calcular-porcentaje.
           compute pct-nota-ects (idx-nota) rounded =
               cnt-nota-ects (idx-nota) * 100 / total-ects.

       emitir-transcript.
           display 'Matricula del alumno: '
           accept ws-matricula-ent
           move ws-matricula-ent to matricula-alu
           read alumnos
               invalid key
                   display 'Alumno no encontrado: ' ws-matricula-ent
               not invalid key
                   display 'Periodo a certificar: '
                   accept ws-periodo-ent
                   perform escribir-transcript
           end-read.

       escribir-transcript.
           open input tablaects
           if ws-estado-tablaects = '00'
               set tablaects-disponible to true
           else
               set tablaects-no-disponible to true
               display 'No hay tablas ECTS generadas, se emite el '
                   'certificado sin distribucion'
           end-if
           open output transcript
           move zero to cnt-cursos-transcript
           move zero to ws-creditos-cursados
           move zero to ws-creditos-ganados
           write transcript-rec from trn-titulo
           move matricula-alu      to trn-matricula
           move nombre-alu         to trn-nombre
           move apellido-alu       to trn-apellido
           write transcript-rec from trn-alumno
               after advancing 2 lines
           move programa-alu       to trn-programa-alu
           move ws-periodo-ent     to trn-periodo
           write transcript-rec from trn-programa
               after advancing cte-una lines
           move ws-fecha-ejecucion to trn-fecha
           write transcript-rec from trn-emision
               after advancing cte-una lines
           write transcript-rec from trn-escala
               after advancing cte-una lines
           write transcript-rec from trn-columnas
               after advancing 2 lines
           move ws-matricula-ent to matricula-int
           move low-values       to codigo-int
           move zero             to periodo-int
           start intentos key >= clave-int
               invalid key
                   set fin-intentos to true
               not invalid key
                   set no-fin-intentos to true
                   perform leer-intento-alumno
           end-start
           perform tratar-intento-alumno until fin-intentos
           if cnt-cursos-transcript = 0
               write transcript-rec from trn-sin-cursos
                   after advancing 2 lines
           else
               move ws-creditos-cursados to trn-tot-cursados
               move ws-creditos-ganados  to trn-tot-ganados
               write transcript-rec from trn-totales
                   after advancing 2 lines
           end-if
           close transcript
           if tablaects-disponible
               close tablaects
           end-if
           display 'Cursos certificados: ' cnt-cursos-transcript
           display 'Certificado escrito en transcript.txt'.

       leer-intento-alumno.
           read intentos next
               at end
                   set fin-intentos to true
               not at end
                   if matricula-int not = ws-matricula-ent
                       set fin-intentos to true
                   end-if
           end-read.

       tratar-intento-alumno.
           if periodo-int = ws-periodo-ent
               perform escribir-curso-transcript
           end-if
           perform leer-intento-alumno.

       escribir-curso-transcript.
           add 1 to cnt-cursos-transcript
           move codigo-int to codigo-curr
           read curriculum
               invalid key
                   move spaces      to titulo-curr
                   move credito-int to creditos-oficiales
           end-read
           add creditos-oficiales to ws-creditos-cursados
           move codigo-int         to trn-codigo
           move titulo-curr        to trn-titulo-curso
           move creditos-oficiales to trn-ects
           if intento-aprobado or intento-suspenso
               move calif-int      to ws-calif-edit
               move ws-calif-edit  to trn-nota
           else
               move ' -'           to trn-nota
           end-if
           move zero               to trn-pct
           evaluate true
               when intento-aprobado
                   move 'Passed' to trn-resultado
                   add creditos-oficiales to ws-creditos-ganados
               when intento-suspenso
                   move 'Failed' to trn-resultado
               when intento-no-presentado
                   move 'Not presented' to trn-resultado
               when other
                   move 'Incomplete' to trn-resultado
           end-evaluate
           perform buscar-tabla-ects
           if tabla-hallada and intento-aprobado
               and calif-int >= cte-nota-aprobado
               and calif-int <= cte-nota-maxima
               compute idx-nota = calif-int - 9
               move pct-nota-ects (idx-nota) to trn-pct
           end-if
           write transcript-rec from trn-curso
               after advancing 2 lines
           if tabla-hallada
               perform escribir-distribucion
           else
               write transcript-rec from trn-sin-tabla
                   after advancing cte-una lines
           end-if.

       buscar-tabla-ects.
           set tabla-no-hallada to true
           if tablaects-disponible
               move codigo-int to codigo-ects
               read tablaects
                   invalid key
                       continue
                   not invalid key
                       set tabla-hallada to true
               end-read
           end-if.

       escribir-distribucion.
           perform pasar-porcentaje
               varying idx-nota from 1 by 1
               until idx-nota > 11
           write transcript-rec from trn-dist-notas
               after advancing cte-una lines
           write transcript-rec from trn-dist-pct
               after advancing cte-una lines
           move total-ects         to trn-base-total
           move periodo-desde-ects to trn-base-desde
           move periodo-hasta-ects to trn-base-hasta
           write transcript-rec from trn-base
               after advancing cte-una lines.

       pasar-porcentaje.
           move pct-nota-ects (idx-nota) to trn-pct-col (idx-nota).

       fin.
           close intentos
           close alumnos
           close curriculum.

       end program TranscriptECTS.
