       program-id. ConsultaBecas
           as "T1_COMPILADORES.ConsultaBecas".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select estado-becas assign "estbecas.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-eb
               file status is ws-estado-estbecas.

           select becas assign "becas.dat"
               organization is indexed
               access mode is random
               record key is codigo-bec
               file status is ws-estado-becas.

       data division.
       file section.
       fd estado-becas.
       01 estado-beca-rec.
               05 clave-eb.
                   10 matricula-eb      pic 9(6).
                   10 codigo-eb         pic x(6).
               05 estado-eb             pic x.
                   88 beca-concedida                value 'C'.
                   88 beca-perdida                  value 'P'.
                   88 beca-no-cumple                value 'N'.
               05 motivo-eb             pic x.
                   88 motivo-ninguno                value ' '.
                   88 motivo-media                  value 'M'.
                   88 motivo-creditos               value 'C'.
                   88 motivo-ambos                  value 'A'.
               05 media-eb              pic 99v99.
               05 creditos-eb           pic 9(3).
               05 periodo-eb            pic 9(6).
               05 fecha-eb              pic x(8).

       fd becas.
       01 beca-rec.
               05 codigo-bec            pic x(6).
               05 descripcion-bec       pic x(30).
               05 nota-min-bec          pic 99v99.
               05 creditos-min-bec      pic 99.
               05 programas-bec.
                   10 programa-bec occurs 5 times pic x(10).
               05 cohortes-bec.
                   10 cohorte-bec occurs 5 times pic x(6).

       working-storage section.

       01 area-de-trabajo.

           05 sw-programa               pic x.
               88 fin-programa                     value 'f'.
               88 no-fin-programa                  value 'n'.

           05 sw-estbecas               pic x.
               88 fin-estbecas                     value 'f'.
               88 no-fin-estbecas                  value 'n'.

           05 variables-auxiliares.
               10 ws-matricula-ent     pic 9(6).
               10 ws-estado-vis        pic x(10).
               10 ws-motivo-vis        pic x(16).
               10 ws-media-vis         pic z9.99.

           05 contadores-resumen.
               10 cnt-becas-alumno     pic 9(4)     value 0.

       01 ws-estado-estbecas           pic xx.
       01 ws-estado-becas              pic xx.

       procedure division.
           perform inicio
           perform proceso until fin-programa
           perform fin
           goback.

       inicio.
           open input estado-becas
           if ws-estado-estbecas not = '00'
               display 'No se puede abrir estbecas.dat: '
                   ws-estado-estbecas
               goback
           end-if
           open input becas
           if ws-estado-becas not = '00'
               display 'No se puede abrir becas.dat: '
                   ws-estado-becas
               goback
           end-if
           set no-fin-programa to true.

       proceso.
           display ' '
           display 'Consulta de becas por alumno'
           display '____________________________'
           display 'Matricula (000000 = salir): '
           accept ws-matricula-ent
           if ws-matricula-ent = zero
               set fin-programa to true
           else
               perform consultar-matricula
           end-if.

       consultar-matricula.
           move zero to cnt-becas-alumno
           move ws-matricula-ent to matricula-eb
           move low-values       to codigo-eb
           start estado-becas key >= clave-eb
               invalid key
                   set fin-estbecas to true
               not invalid key
                   set no-fin-estbecas to true
                   perform leer-estado-beca
           end-start
           perform mostrar-beca until fin-estbecas
           if cnt-becas-alumno = 0
               display 'Sin becas evaluadas para la matricula '
                   ws-matricula-ent
           else
               display 'Becas evaluadas: ' cnt-becas-alumno
           end-if.

       leer-estado-beca.
           read estado-becas next
               at end
                   set fin-estbecas to true
               not at end
                   if matricula-eb not = ws-matricula-ent
                       set fin-estbecas to true
                   end-if
           end-read.

       mostrar-beca.
           add 1 to cnt-becas-alumno
           move codigo-eb to codigo-bec
           read becas
               invalid key
                   move spaces to descripcion-bec
           end-read
           evaluate true
               when beca-concedida
                   move 'CONCEDIDA' to ws-estado-vis
               when beca-perdida
                   move 'PERDIDA' to ws-estado-vis
               when other
                   move 'NO CUMPLE' to ws-estado-vis
           end-evaluate
           evaluate true
               when motivo-media
                   move 'NOTA MEDIA' to ws-motivo-vis
               when motivo-creditos
                   move 'CREDITOS' to ws-motivo-vis
               when motivo-ambos
                   move 'MEDIA Y CREDITOS' to ws-motivo-vis
               when other
                   move spaces to ws-motivo-vis
           end-evaluate
           move media-eb to ws-media-vis
           display '  ' codigo-eb ' ' descripcion-bec
           display '    ' ws-estado-vis ' ' ws-motivo-vis
               ' media ' ws-media-vis ' creditos ' creditos-eb
               ' periodo ' periodo-eb ' evaluada ' fecha-eb
           perform leer-estado-beca.

       fin.
           close estado-becas
           close becas.

       end program ConsultaBecas.
