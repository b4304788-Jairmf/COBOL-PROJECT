       program-id. SeguimientoActas
           as "T1_COMPILADORES.SeguimientoActas".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select oferta assign "oferta.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-ofe
               file status is ws-estado-oferta.

           select intentos assign "intentos.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-int
               file status is ws-estado-intentos.

           select curriculum assign "curriculum.dat"
               organization is indexed
               access mode is random
               record key is codigo-curr
               file status is ws-estado-curriculum.

           select trabajo-act assign "sortwk1".

           select act-ordenado assign "actord.dat"
               organization is sequential.

           select informe-actas assign "actas.rpt"
               organization is sequential.

       data division.
       file section.
       fd oferta.
       01 oferta-rec.
               05 clave-ofe.
                   10 periodo-ofe       pic 9(6).
                   10 codigo-ofe        pic x(6).
                   10 grupo-ofe         pic x(8).
               05 profesor-ofe          pic x(30).
               05 previstos-ofe         pic 9(4).

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

       fd curriculum.
       01 curriculum-rec.
               05 codigo-curr           pic x(6).
               05 creditos-oficiales    pic 9.
               05 titulo-curr           pic x(30).
               05 prerequisitos-curr.
                   10 prereq-curr occurs 3 times pic x(6).

       sd trabajo-act.
       01 trabajo-act-rec.
               05 ta-profesor          pic x(30).
               05 ta-codigo            pic x(6).
               05 ta-grupo             pic x(8).
               05 ta-previstos         pic 9(4).

       fd act-ordenado.
       01 act-ordenado-rec.
               05 ao-profesor          pic x(30).
               05 ao-codigo            pic x(6).
               05 ao-grupo             pic x(8).
               05 ao-previstos         pic 9(4).

       fd informe-actas.
       01 informe-actas-rec        pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-fichero                pic x.
               88 fin-fichero                       value 'f'.
               88 no-fin-fichero                    value 'n'.

           05 sw-ordenado               pic x.
               88 fin-ordenado                      value 'f'.
               88 no-fin-ordenado                   value 'n'.

           05 sw-profesor               pic x.
               88 profesor-impreso                  value 'i'.
               88 profesor-no-impreso               value 'n'.

           05 sw-tabla                  pic x.
               88 tabla-desbordada                  value 'd'.
               88 tabla-correcta                    value 'c'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-max-recibidas    pic 9(4)    value 2000.

           05 variables-auxiliares.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-periodo-ent       pic 9(6).
               10 ws-profesor-actual   pic x(30).
               10 ws-recibidas         pic 9(5).
               10 ws-codigo-buscado    pic x(6).
               10 ws-grupo-buscado     pic x(8).
               10 idx-recibida         pic 9(4).
               10 idx-hallado          pic 9(4).

           05 contadores-resumen.
               10 cnt-ofertas          pic 9(5)     value 0.
               10 cnt-completas        pic 9(5)     value 0.
               10 cnt-parciales        pic 9(5)     value 0.
               10 cnt-sin-acta         pic 9(5)     value 0.
               10 cnt-sin-oferta       pic 9(5)     value 0.
               10 cnt-profesores       pic 9(4)     value 0.
               10 cnt-pendientes-prof  pic 9(4)     value 0.

       01 ws-estado-oferta             pic xx.
       01 ws-estado-intentos           pic xx.
       01 ws-estado-curriculum         pic xx.

       01 tabla-recibidas.
           05 num-recibidas            pic 9(4)    value 0.
           05 detalle-recibida occurs 2000 times.
               10 trc-codigo           pic x(6).
               10 trc-grupo            pic x(8).
               10 trc-recibidas        pic 9(5).
               10 trc-ofertada         pic x.

       01 act-cabecera.
           05 filler                   pic x(32)
               value 'SEGUIMIENTO DE ACTAS - Periodo: '.
           05 act-periodo              pic 9(6).
           05 filler                   pic x(9)    value '  Fecha: '.
           05 act-fecha                pic x(8).
           05 filler                   pic x(25)   value spaces.

       01 act-profesor.
           05 filler                   pic x(10)   value 'Profesor: '.
           05 act-nombre-profesor      pic x(30).
           05 filler                   pic x(40)   value spaces.

       01 act-columnas.
           05 filler                   pic x(7)    value 'Curso'.
           05 filler                   pic x(9)    value 'Grupo'.
           05 filler                   pic x(32)   value 'Titulo'.
           05 filler                   pic x(4)    value 'Prev'.
           05 filler                   pic x(3)    value spaces.
           05 filler                   pic x(4)    value 'Rec.'.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(12)   value 'Estado'.
           05 filler                   pic x(7)    value spaces.

       01 act-linea.
           05 act-codigo               pic x(6).
           05 filler                   pic x       value space.
           05 act-grupo                pic x(8).
           05 filler                   pic x       value space.
           05 act-titulo               pic x(30).
           05 filler                   pic x(2)    value spaces.
           05 act-previstos            pic zzz9.
           05 filler                   pic x(3)    value spaces.
           05 act-recibidas            pic zzz9.
           05 filler                   pic x(2)    value spaces.
           05 act-estado               pic x(12).
           05 filler                   pic x(7)    value spaces.

       01 act-total-profesor.
           05 filler                   pic x(33)
               value '  Actas pendientes del profesor: '.
           05 act-pendientes-prof      pic zzz9.
           05 filler                   pic x(43)   value spaces.

       01 act-sin-oferta-cab.
           05 filler                   pic x(40)
               value 'CALIFICACIONES DE CURSOS NO OFERTADOS EN'.
           05 filler                   pic x(11)   value ' EL PERIODO'.
           05 filler                   pic x(29)   value spaces.

       01 act-resumen.
           05 act-res-etiqueta         pic x(30).
           05 act-res-valor            pic zzzz9.
           05 filler                   pic x(45)   value spaces.

       procedure division.
           perform inicio
           perform cargar-recibidas
           sort trabajo-act
               on ascending key ta-profesor ta-codigo ta-grupo
               input procedure is extraer-ofertas
               giving act-ordenado
           perform imprimir-seguimiento
           perform fin
           perform mostrar-resumen
           goback.

       inicio.
           accept ws-fecha-ejecucion from date yyyymmdd
           display 'Periodo a controlar: '
           accept ws-periodo-ent
           set tabla-correcta to true
           open input oferta
           if ws-estado-oferta not = '00'
               display 'No se puede abrir oferta.dat: '
                   ws-estado-oferta
               move 8 to return-code
               goback
           end-if
           open input intentos
           if ws-estado-intentos not = '00'
               display 'No se puede abrir intentos.dat: '
                   ws-estado-intentos
               move 8 to return-code
               goback
           end-if
           open input curriculum
           if ws-estado-curriculum not = '00'
               display 'No se puede abrir curriculum.dat: '
                   ws-estado-curriculum
               move 8 to return-code
               goback
           end-if.

       cargar-recibidas.
           set no-fin-fichero to true
           perform leer-intento
           perform anotar-recibida until fin-fichero
           if tabla-desbordada
               display 'Mas de ' cte-max-recibidas ' cursos y grupos '
                   'con calificaciones, no se puede controlar'
               move 8 to return-code
               goback
           end-if.

       leer-intento.
           read intentos next
               at end set fin-fichero to true
           end-read.

       anotar-recibida.
           if periodo-int = ws-periodo-ent
               move codigo-int to ws-codigo-buscado
               move grupo-int  to ws-grupo-buscado
               perform buscar-recibida
               if idx-hallado = 0
                   if num-recibidas < cte-max-recibidas
                       add 1 to num-recibidas
                       move codigo-int to trc-codigo (num-recibidas)
                       move grupo-int  to trc-grupo (num-recibidas)
                       move 1   to trc-recibidas (num-recibidas)
                       move 'N' to trc-ofertada (num-recibidas)
                   else
                       set tabla-desbordada to true
                   end-if
               else
                   add 1 to trc-recibidas (idx-hallado)
               end-if
           end-if
           perform leer-intento.

       buscar-recibida.
           move zero to idx-hallado
           perform comparar-recibida
               varying idx-recibida from 1 by 1
               until idx-recibida > num-recibidas
               or idx-hallado > 0.

       comparar-recibida.
           if trc-codigo (idx-recibida) = ws-codigo-buscado
               and trc-grupo (idx-recibida) = ws-grupo-buscado
               move idx-recibida to idx-hallado
           end-if.

       extraer-ofertas.
           move ws-periodo-ent to periodo-ofe
           move low-values     to codigo-ofe
           move low-values     to grupo-ofe
           start oferta key >= clave-ofe
               invalid key
                   set fin-fichero to true
               not invalid key
                   set no-fin-fichero to true
                   perform leer-oferta
           end-start
           perform soltar-oferta until fin-fichero.

       leer-oferta.
           read oferta next
               at end
                   set fin-fichero to true
               not at end
                   if periodo-ofe not = ws-periodo-ent
                       set fin-fichero to true
                   end-if
           end-read.

       soltar-oferta.
           move profesor-ofe  to ta-profesor
           move codigo-ofe    to ta-codigo
           move grupo-ofe     to ta-grupo
           move previstos-ofe to ta-previstos
           release trabajo-act-rec
           perform leer-oferta.

       imprimir-seguimiento.
           open input act-ordenado
           open output informe-actas
           move ws-periodo-ent     to act-periodo
           move ws-fecha-ejecucion to act-fecha
           write informe-actas-rec from act-cabecera
           set no-fin-ordenado to true
           perform leer-ordenado
           perform tratar-profesor until fin-ordenado
           perform listar-sin-oferta
           perform escribir-resumen
           close act-ordenado
           close informe-actas.

       leer-ordenado.
           read act-ordenado
               at end set fin-ordenado to true
           end-read.

       tratar-profesor.
           move ao-profesor to ws-profesor-actual
           move zero to cnt-pendientes-prof
           set profesor-no-impreso to true
           perform tratar-oferta
               until fin-ordenado
               or ao-profesor not = ws-profesor-actual
           if profesor-impreso
               move cnt-pendientes-prof to act-pendientes-prof
               write informe-actas-rec from act-total-profesor
                   after advancing cte-una lines
           end-if.

       tratar-oferta.
           add 1 to cnt-ofertas
           move ao-codigo to ws-codigo-buscado
           move ao-grupo  to ws-grupo-buscado
           perform buscar-recibida
           if idx-hallado = 0
               move zero to ws-recibidas
           else
               move trc-recibidas (idx-hallado) to ws-recibidas
               move 'S' to trc-ofertada (idx-hallado)
           end-if
           evaluate true
               when ws-recibidas = 0
                   add 1 to cnt-sin-acta
                   move 'SIN ACTA' to act-estado
                   perform anotar-oferta-pendiente
               when ws-recibidas < ao-previstos
                   add 1 to cnt-parciales
                   move 'PARCIAL' to act-estado
                   perform anotar-oferta-pendiente
               when other
                   add 1 to cnt-completas
           end-evaluate
           perform leer-ordenado.

       anotar-oferta-pendiente.
           if profesor-no-impreso
               set profesor-impreso to true
               add 1 to cnt-profesores
               move ws-profesor-actual to act-nombre-profesor
               write informe-actas-rec from act-profesor
                   after advancing 2 lines
               write informe-actas-rec from act-columnas
                   after advancing cte-una lines
           end-if
           add 1 to cnt-pendientes-prof
           move ao-codigo to codigo-curr
           read curriculum
               invalid key
                   move spaces to titulo-curr
           end-read
           move ao-codigo    to act-codigo
           move ao-grupo     to act-grupo
           move titulo-curr  to act-titulo
           move ao-previstos to act-previstos
           move ws-recibidas to act-recibidas
           write informe-actas-rec from act-linea
               after advancing cte-una lines.

       listar-sin-oferta.
           write informe-actas-rec from act-sin-oferta-cab
               after advancing 2 lines
           write informe-actas-rec from act-columnas
               after advancing cte-una lines
           perform comprobar-sin-oferta
               varying idx-recibida from 1 by 1
               until idx-recibida > num-recibidas.

       comprobar-sin-oferta.
           if trc-ofertada (idx-recibida) = 'N'
               add 1 to cnt-sin-oferta
               move trc-codigo (idx-recibida) to codigo-curr
               read curriculum
                   invalid key
                       move spaces to titulo-curr
               end-read
               move trc-codigo (idx-recibida)    to act-codigo
               move trc-grupo (idx-recibida)     to act-grupo
               move titulo-curr                  to act-titulo
               move zero                         to act-previstos
               move trc-recibidas (idx-recibida) to act-recibidas
               move 'SIN OFERTA'                 to act-estado
               write informe-actas-rec from act-linea
                   after advancing cte-una lines
           end-if.

       escribir-resumen.
           move 'Ofertas del periodo         :' to act-res-etiqueta
           move cnt-ofertas to act-res-valor
           write informe-actas-rec from act-resumen
               after advancing 2 lines
           move 'Actas completas             :' to act-res-etiqueta
           move cnt-completas to act-res-valor
           write informe-actas-rec from act-resumen
               after advancing cte-una lines
           move 'Actas parciales             :' to act-res-etiqueta
           move cnt-parciales to act-res-valor
           write informe-actas-rec from act-resumen
               after advancing cte-una lines
           move 'Ofertas sin acta            :' to act-res-etiqueta
           move cnt-sin-acta to act-res-valor
           write informe-actas-rec from act-resumen
               after advancing cte-una lines
           move 'Calificados sin oferta      :' to act-res-etiqueta
           move cnt-sin-oferta to act-res-valor
           write informe-actas-rec from act-resumen
               after advancing cte-una lines.

       fin.
           close oferta
           close intentos
           close curriculum
           if cnt-parciales > 0 or cnt-sin-acta > 0
               or cnt-sin-oferta > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if.

       mostrar-resumen.
           display 'Seguimiento de actas'
           display '____________________'.
           display 'Periodo controlado   : ' ws-periodo-ent.
           display 'Ofertas              : ' cnt-ofertas.
           display 'Actas completas      : ' cnt-completas.
           display 'Actas parciales      : ' cnt-parciales.
           display 'Ofertas sin acta     : ' cnt-sin-acta.
           display 'Calificados sin oferta: ' cnt-sin-oferta.
           display 'Profesores a reclamar: ' cnt-profesores.
           display 'Informe escrito en actas.rpt'.
           display ' '.

       end program SeguimientoActas.
