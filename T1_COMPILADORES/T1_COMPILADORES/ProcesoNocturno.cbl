               05 aceptados-ctl         pic 9(4).
               05 rechazados-ctl        pic 9(4).
               05 hash-notas-ctl        pic 9(5)v99.
               05 grupo-ctl             pic x(8).

       fd resumen-noche.
       01 resumen-noche-rec        pic x(80).
               88 grupo-procesado                   value 'p'.
               88 grupo-fallido                     value 'f'.

           05 sw-integridad             pic x.
               88 maestros-integros                 value 'i'.
               88 maestros-no-disponibles           value 'n'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.

               10 ws-fecha-ejecucion   pic x(8).
               10 ws-rc-final          pic 99      value 0.
               10 ws-rc-grupo          pic 99.
               10 ws-rc-integridad     pic 99.

           05 contadores-resumen.
               10 cnt-grupos           pic 9(3)     value 0.
           05 rsm-fecha                pic x(8).
           05 filler                   pic x(36)   value spaces.

       01 rsm-integridad.
           05 filler                   pic x(24)
               value 'Integridad de maestros: '.
           05 rsm-rc-integridad        pic 99.
           05 filler                   pic x(3)    value spaces.
           05 rsm-estado-integridad    pic x(30).
           05 filler                   pic x(21)   value spaces.

       01 rsm-columnas.
           05 filler                   pic x(40)
               value 'Grupo     Leidos  Acept  Rechaz  Estado'.
           open output resumen-noche
           move ws-fecha-ejecucion to rsm-fecha
           write resumen-noche-rec from rsm-cabecera
           perform verificar-integridad
           write resumen-noche-rec from rsm-columnas
               after advancing 2 lines
           set no-fin-plan to true
           perform leer-plan.

       verificar-integridad.
           set maestros-integros to true
           move zero to return-code
           call "T1_COMPILADORES.IntegridadMaestros"
           move return-code to ws-rc-integridad
           cancel "T1_COMPILADORES.IntegridadMaestros"
           move zero to return-code
           evaluate true
               when ws-rc-integridad = 0
                   move 'SIN EXCEPCIONES' to rsm-estado-integridad
               when ws-rc-integridad < 8
                   move 'EXCEPCIONES EN integridad.rpt'
                       to rsm-estado-integridad
               when other
                   set maestros-no-disponibles to true
                   move 'MAESTROS NO DISPONIBLES'
                       to rsm-estado-integridad
           end-evaluate
           if ws-rc-integridad > ws-rc-final
               move ws-rc-integridad to ws-rc-final
           end-if
           move ws-rc-integridad to rsm-rc-integridad
           write resumen-noche-rec from rsm-integridad
               after advancing cte-una lines.

       leer-plan.
           read plan-noche
               at end set fin-plan to true
               set grupo-procesado to true
               move zero to ws-rc-grupo
               perform preparar-rutas-grupo
               if maestros-no-disponibles
                   set grupo-fallido to true
                   move 8 to ws-rc-grupo
                   display 'Grupo ' pl-grupo ': no se procesa, '
                       'maestros no disponibles'
               else
                   perform verificar-fichero-notas
               end-if
               if grupo-procesado
                   perform lanzar-programa
                   perform recoger-control
               move zero to rsm-leidos
               move zero to rsm-aceptados
               move zero to rsm-rechazados
               if maestros-no-disponibles
                   move 'OMITIDO POR INTEGRIDAD' to rsm-estado
               else
                   move 'FALLIDO' to rsm-estado
               end-if
               if ws-rc-grupo > ws-rc-final
                   move ws-rc-grupo to ws-rc-final
               end-if
