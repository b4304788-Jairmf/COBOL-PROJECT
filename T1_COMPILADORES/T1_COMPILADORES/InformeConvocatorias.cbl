       program-id. InformeConvocatorias
           as "T1_COMPILADORES.InformeConvocatorias".

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

           select informe-conv assign "convocat.rpt"
               organization is sequential.

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

       fd curriculum.
       01 curriculum-rec.
               05 codigo-curr           pic x(6).
               05 creditos-oficiales    pic 9.
               05 titulo-curr           pic x(30).
               05 prerequisitos-curr.
                   10 prereq-curr occurs 3 times pic x(6).

       fd informe-conv.
       01 informe-conv-rec         pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-intentos               pic x.
               88 fin-intentos                      value 'f'.
               88 no-fin-intentos                   value 'n'.

           05 sw-aprobado               pic x.
               88 curso-aprobado                    value 's'.
               88 curso-no-aprobado                 value 'n'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.

           05 variables-auxiliares.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-max-conv-ent      pic x.
               10 max-convocatorias    pic 9       value 6.
               10 cnt-convocatorias    pic 99.
               10 ws-matricula-grupo   pic 9(6).
               10 ws-codigo-grupo      pic x(6).
               10 ws-ultimo-periodo    pic 9(6).

           05 contadores-resumen.
               10 cnt-intentos-leidos  pic 9(6)     value 0.
               10 cnt-cursos-alumno    pic 9(5)     value 0.
               10 cnt-al-limite        pic 9(5)     value 0.
               10 cnt-agotados         pic 9(5)     value 0.

       01 ws-estado-intentos           pic xx.
       01 ws-estado-alumnos            pic xx.
       01 ws-estado-curriculum         pic xx.

       01 cnv-cabecera.
           05 filler                   pic x(40)
               value 'ALUMNOS A UNA CONVOCATORIA DEL LIMITE - '.
           05 filler                   pic x(7)    value 'Fecha: '.
           05 cnv-fecha                pic x(8).
           05 filler                   pic x(25)   value spaces.

       01 cnv-limite.
           05 filler                   pic x(38)
               value 'Convocatorias permitidas por curso:  '.
           05 cnv-maximo               pic 9.
           05 filler                   pic x(41)   value spaces.

       01 cnv-columnas.
           05 filler                   pic x(40)
               value 'Matricula Nombre       Apellido     Curs'.
           05 filler                   pic x(40)
               value 'o  Titulo               Usadas  Ult.per'.

       01 cnv-linea.
           05 cnv-matricula            pic 9(6).
           05 filler                   pic x(4)    value spaces.
           05 cnv-nombre               pic x(12).
           05 filler                   pic x       value space.
           05 cnv-apellido             pic x(12).
           05 filler                   pic x       value space.
           05 cnv-codigo               pic x(6).
           05 filler                   pic x       value space.
           05 cnv-titulo               pic x(20).
           05 filler                   pic x(2)    value spaces.
           05 cnv-usadas               pic z9.
           05 filler                   pic x       value '/'.
           05 cnv-permitidas           pic 9.
           05 filler                   pic x(3)    value spaces.
           05 cnv-periodo              pic 9(6).
           05 filler                   pic x(2)    value spaces.

       01 cnv-total.
           05 filler                   pic x(32)
               value 'Alumnos-curso a una convocatoria'.
           05 filler                   pic x(14)
               value ' del limite : '.
           05 cnv-cuenta               pic zzzz9.
           05 filler                   pic x(29)   value spaces.

       procedure division.
           perform inicio
           perform tratar-curso-alumno until fin-intentos
           perform fin
           perform mostrar-resumen
           goback.

       inicio.
           accept ws-fecha-ejecucion from date yyyymmdd
           accept ws-max-conv-ent from environment "MAX_CONVOCATORIAS"
           if ws-max-conv-ent is numeric and ws-max-conv-ent not = '0'
               move ws-max-conv-ent to max-convocatorias
           end-if
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
           open output informe-conv
           move ws-fecha-ejecucion to cnv-fecha
           write informe-conv-rec from cnv-cabecera
           move max-convocatorias to cnv-maximo
           write informe-conv-rec from cnv-limite
               after advancing cte-una lines
           write informe-conv-rec from cnv-columnas
               after advancing 2 lines
           set no-fin-intentos to true
           perform leer-intento.

       leer-intento.
           read intentos next
               at end
                   set fin-intentos to true
               not at end
                   add 1 to cnt-intentos-leidos
           end-read.

       tratar-curso-alumno.
           add 1 to cnt-cursos-alumno
           move matricula-int to ws-matricula-grupo
           move codigo-int    to ws-codigo-grupo
           move zero          to cnt-convocatorias
           set curso-no-aprobado to true
           perform acumular-intento
               until fin-intentos
               or matricula-int not = ws-matricula-grupo
               or codigo-int not = ws-codigo-grupo
           evaluate true
               when curso-aprobado
                   continue
               when cnt-convocatorias >= max-convocatorias
                   add 1 to cnt-agotados
               when cnt-convocatorias + 1 = max-convocatorias
                   perform anotar-alumno-limite
               when other
                   continue
           end-evaluate.

       acumular-intento.
           if intento-aprobado or intento-suspenso
               add 1 to cnt-convocatorias
           end-if
           if intento-aprobado
               set curso-aprobado to true
           end-if
           move periodo-int to ws-ultimo-periodo
           perform leer-intento.

       anotar-alumno-limite.
           move ws-matricula-grupo to matricula-alu
           read alumnos
               invalid key
                   continue
               not invalid key
                   if alumno-activo
                       perform escribir-linea-limite
                   end-if
           end-read.

       escribir-linea-limite.
           add 1 to cnt-al-limite
           move ws-codigo-grupo to codigo-curr
           read curriculum
               invalid key
                   move spaces to titulo-curr
           end-read
           move matricula-alu     to cnv-matricula
           move nombre-alu        to cnv-nombre
           move apellido-alu      to cnv-apellido
           move ws-codigo-grupo   to cnv-codigo
           move titulo-curr       to cnv-titulo
           move cnt-convocatorias to cnv-usadas
           move max-convocatorias to cnv-permitidas
           move ws-ultimo-periodo to cnv-periodo
           write informe-conv-rec from cnv-linea
               after advancing cte-una lines.

       fin.
           move cnt-al-limite to cnv-cuenta
           write informe-conv-rec from cnv-total
               after advancing 2 lines
           close intentos
           close alumnos
           close curriculum
           close informe-conv.

       mostrar-resumen.
           display 'Informe de convocatorias'
           display '________________________'.
           display 'Intentos leidos            : ' cnt-intentos-leidos.
           display 'Cursos por alumno          : ' cnt-cursos-alumno.
           display 'A una convocatoria del limite: ' cnt-al-limite.
           display 'Convocatorias agotadas     : ' cnt-agotados.
           display 'Informe escrito en convocat.rpt'.
           display ' '.

       end program InformeConvocatorias.
