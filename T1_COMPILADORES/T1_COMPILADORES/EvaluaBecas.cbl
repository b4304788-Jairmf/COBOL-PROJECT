       program-id. EvaluaBecas as "T1_COMPILADORES.EvaluaBecas".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select becas assign "becas.dat"
               organization is indexed
               access mode is dynamic
               record key is codigo-bec
               file status is ws-estado-becas.

           select alumnos assign "alumnos.dat"
               organization is indexed
               access mode is dynamic
               record key is matricula-alu
               file status is ws-estado-alumnos.

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

           select estado-becas assign "estbecas.dat"
               organization is indexed
               access mode is random
               record key is clave-eb
               file status is ws-estado-estbecas.

           select informe-concedidas assign "becaconc.rpt"
               organization is sequential.

           select informe-perdidas assign "becaperd.rpt"
               organization is sequential.

       data division.
       file section.
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
                   88 intento-aprobado              value 'APR'.
                   88 intento-suspenso              value 'SUS'.
                   88 intento-no-presentado         value 'NP '.
                   88 intento-incompleto            value 'INC'.
               05 fecha-int             pic x(8).
               05 grupo-int             pic x(8).

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

       fd informe-concedidas.
       01 informe-concedida-rec    pic x(80).

       fd informe-perdidas.
       01 informe-perdida-rec      pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-becas                  pic x.
               88 fin-becas                         value 'f'.
               88 no-fin-becas                      value 'n'.

           05 sw-alumnos                pic x.
               88 fin-alumnos                       value 'f'.
               88 no-fin-alumnos                    value 'n'.

           05 sw-resultados             pic x.
               88 fin-resultados                    value 'f'.
               88 no-fin-resultados                 value 'n'.

           05 sw-intentos               pic x.
               88 fin-intentos                      value 'f'.
               88 no-fin-intentos                   value 'n'.

           05 sw-programa-admitido      pic x.
               88 programa-admitido                 value 's'.
               88 programa-no-admitido              value 'n'.

           05 sw-cohorte-admitida       pic x.
               88 cohorte-admitida                  value 's'.
               88 cohorte-no-admitida               value 'n'.

           05 sw-estado-previo          pic x.
               88 estado-previo-existe              value 's'.
               88 estado-previo-no-existe           value 'n'.

           05 sw-tabla                  pic x.
               88 tabla-desbordada                  value 'd'.
               88 tabla-correcta                    value 'c'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-max-becas        pic 99      value 30.

           05 variables-auxiliares.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-periodo-ent       pic 9(6).
               10 ws-media-alumno      pic 99v99.
               10 ws-creditos-alumno   pic 9(3).
               10 ws-estado-anterior   pic x.
               10 ws-motivo            pic x.
               10 idx-beca             pic 99.
               10 idx-regla            pic 9.
               10 cnt-reglas           pic 9.

           05 contadores-resumen.
               10 cnt-becas            pic 99       value 0.
               10 cnt-alumnos-leidos   pic 9(5)     value 0.
               10 cnt-alumnos-activos  pic 9(5)     value 0.
               10 cnt-evaluaciones     pic 9(6)     value 0.
               10 cnt-concedidas       pic 9(5)     value 0.
               10 cnt-perdidas         pic 9(5)     value 0.
               10 cnt-no-cumplen       pic 9(5)     value 0.

       01 ws-estado-becas              pic xx.
       01 ws-estado-alumnos            pic xx.
       01 ws-estado-resultados         pic xx.
       01 ws-estado-intentos           pic xx.
       01 ws-estado-estbecas           pic xx.

       01 ws-nota-texto.
           05 ws-nota-ent              pic 99.
           05 filler                   pic x.
           05 ws-nota-dec              pic v99.

       01 tabla-becas.
           05 detalle-beca occurs 30 times.
               10 tbe-codigo           pic x(6).
               10 tbe-nota-min         pic 99v99.
               10 tbe-creditos-min     pic 99.
               10 tbe-programa occurs 5 times pic x(10).
               10 tbe-cohorte occurs 5 times pic x(6).

       01 bec-cabecera.
           05 bec-titulo               pic x(32).
           05 filler                   pic x(9)    value 'Periodo: '.
           05 bec-periodo              pic 9(6).
           05 filler                   pic x(9)    value '  Fecha: '.
           05 bec-fecha                pic x(8).
           05 filler                   pic x(16)   value spaces.

       01 bec-columnas.
           05 filler                   pic x(40)
               value 'Beca   Matricula Nombre       Apellido  '.
           05 filler                   pic x(40)
               value '     Media Cred Motivo                  '.

       01 bec-linea.
           05 bec-codigo               pic x(6).
           05 filler                   pic x       value space.
           05 bec-matricula            pic 9(6).
           05 filler                   pic x(4)    value spaces.
           05 bec-nombre               pic x(12).
           05 filler                   pic x       value space.
           05 bec-apellido             pic x(12).
           05 filler                   pic x(3)    value spaces.
           05 bec-media                pic z9.99.
           05 filler                   pic x(2)    value spaces.
           05 bec-creditos             pic zz9.
           05 filler                   pic x       value space.
           05 bec-motivo               pic x(20).
           05 filler                   pic x(4)    value spaces.

       01 bec-total.
           05 bec-texto-total          pic x(30).
           05 bec-cuenta               pic zzzz9.
           05 filler                   pic x(45)   value spaces.

       procedure division.
           perform inicio
           perform cargar-becas
           perform evaluar-alumno until fin-alumnos
           perform fin
           perform mostrar-resumen
           goback.

       inicio.
           accept ws-fecha-ejecucion from date yyyymmdd
           display 'Periodo a evaluar: '
           accept ws-periodo-ent
           open input becas
           if ws-estado-becas not = '00'
               display 'No se puede abrir becas.dat: '
                   ws-estado-becas
               move 8 to return-code
               goback
           end-if
           open input alumnos
           if ws-estado-alumnos not = '00'
               display 'No se puede abrir alumnos.dat: '
                   ws-estado-alumnos
               move 8 to return-code
               goback
           end-if
           open input resultados
           if ws-estado-resultados not = '00'
               display 'No se puede abrir resultados.dat: '
                   ws-estado-resultados
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
           open i-o estado-becas
           if ws-estado-estbecas = '35'
               open output estado-becas
               close estado-becas
               open i-o estado-becas
           end-if
           open output informe-concedidas
           open output informe-perdidas
           move ws-periodo-ent     to bec-periodo
           move ws-fecha-ejecucion to bec-fecha
           move 'BECAS CONCEDIDAS              - ' to bec-titulo
           write informe-concedida-rec from bec-cabecera
           write informe-concedida-rec from bec-columnas
               after advancing 2 lines
           move 'PERDIDA DE REQUISITOS DE BECA - ' to bec-titulo
           write informe-perdida-rec from bec-cabecera
           write informe-perdida-rec from bec-columnas
               after advancing 2 lines
           set no-fin-alumnos to true
           perform leer-alumno.

       cargar-becas.
           set tabla-correcta to true
           set no-fin-becas to true
           perform leer-beca
           perform guardar-beca until fin-becas
           close becas
           if tabla-desbordada
               display 'becas.dat tiene mas de ' cte-max-becas
                   ' becas, no se evalua ninguna'
               move 8 to return-code
               goback
           end-if
           if cnt-becas = 0
               display 'becas.dat no contiene reglas, '
                   'no hay nada que evaluar'
               set fin-alumnos to true
           end-if.

       leer-beca.
           read becas next
               at end set fin-becas to true
           end-read.

       guardar-beca.
           if cnt-becas < cte-max-becas
               add 1 to cnt-becas
               move codigo-bec       to tbe-codigo (cnt-becas)
               move nota-min-bec     to tbe-nota-min (cnt-becas)
               move creditos-min-bec to tbe-creditos-min (cnt-becas)
               perform guardar-regla
                   varying idx-regla from 1 by 1
                   until idx-regla > 5
               perform leer-beca
           else
               set tabla-desbordada to true
               set fin-becas to true
           end-if.

       guardar-regla.
           move programa-bec (idx-regla)
               to tbe-programa (cnt-becas, idx-regla)
           move cohorte-bec (idx-regla)
               to tbe-cohorte (cnt-becas, idx-regla).

       leer-alumno.
           read alumnos next
               at end set fin-alumnos to true
           end-read.

       evaluar-alumno.
           add 1 to cnt-alumnos-leidos
           if alumno-activo
               add 1 to cnt-alumnos-activos
               perform obtener-media
               perform obtener-creditos
               perform evaluar-beca
                   varying idx-beca from 1 by 1
                   until idx-beca > cnt-becas
           end-if
           perform leer-alumno.

       obtener-media.
           move zero to ws-media-alumno
           move matricula-alu to matricula-res
           move low-values    to fecha-res
           start resultados key >= clave-res
               invalid key
                   set fin-resultados to true
               not invalid key
                   set no-fin-resultados to true
                   perform leer-resultado
           end-start
           perform tomar-media until fin-resultados.

       leer-resultado.
           read resultados next
               at end
                   set fin-resultados to true
               not at end
                   if matricula-res not = matricula-alu
                       set fin-resultados to true
                   end-if
           end-read.

       tomar-media.
           if periodo-res = ws-periodo-ent
               move nota-media-res (1:5) to ws-nota-texto
               compute ws-media-alumno = ws-nota-ent + ws-nota-dec
           end-if
           perform leer-resultado.

       obtener-creditos.
           move zero to ws-creditos-alumno
           move matricula-alu to matricula-int
           move low-values    to codigo-int
           move zero          to periodo-int
           start intentos key >= clave-int
               invalid key
                   set fin-intentos to true
               not invalid key
                   set no-fin-intentos to true
                   perform leer-intento
           end-start
           perform sumar-creditos until fin-intentos.

       leer-intento.
           read intentos next
               at end
                   set fin-intentos to true
               not at end
                   if matricula-int not = matricula-alu
                       set fin-intentos to true
                   end-if
           end-read.

       sumar-creditos.
           if periodo-int = ws-periodo-ent and intento-aprobado
               add credito-int to ws-creditos-alumno
           end-if
           perform leer-intento.

       evaluar-beca.
           move zero to cnt-reglas
           set programa-no-admitido to true
           perform comprobar-programa
               varying idx-regla from 1 by 1
               until idx-regla > 5
           if cnt-reglas = 0
               set programa-admitido to true
           end-if
           move zero to cnt-reglas
           set cohorte-no-admitida to true
           perform comprobar-cohorte
               varying idx-regla from 1 by 1
               until idx-regla > 5
           if cnt-reglas = 0
               set cohorte-admitida to true
           end-if
           if programa-admitido and cohorte-admitida
               perform aplicar-beca
           end-if.

       comprobar-programa.
           if tbe-programa (idx-beca, idx-regla) not = spaces
               add 1 to cnt-reglas
               if tbe-programa (idx-beca, idx-regla) = programa-alu
                   set programa-admitido to true
               end-if
           end-if.

       comprobar-cohorte.
           if tbe-cohorte (idx-beca, idx-regla) not = spaces
               add 1 to cnt-reglas
               if tbe-cohorte (idx-beca, idx-regla) = cohorte-alu
                   set cohorte-admitida to true
               end-if
           end-if.

       aplicar-beca.
           add 1 to cnt-evaluaciones
           evaluate true
               when ws-media-alumno < tbe-nota-min (idx-beca)
                   and ws-creditos-alumno < tbe-creditos-min (idx-beca)
                   move 'A' to ws-motivo
               when ws-media-alumno < tbe-nota-min (idx-beca)
                   move 'M' to ws-motivo
               when ws-creditos-alumno < tbe-creditos-min (idx-beca)
                   move 'C' to ws-motivo
               when other
                   move space to ws-motivo
           end-evaluate
           move matricula-alu          to matricula-eb
           move tbe-codigo (idx-beca)  to codigo-eb
           read estado-becas
               invalid key
                   set estado-previo-no-existe to true
                   move space to ws-estado-anterior
               not invalid key
                   set estado-previo-existe to true
                   move estado-eb to ws-estado-anterior
           end-read
           move ws-motivo to motivo-eb
           evaluate true
               when motivo-ninguno
                   set beca-concedida to true
               when ws-estado-anterior = 'C' or ws-estado-anterior = 'P'
                   set beca-perdida to true
               when other
                   set beca-no-cumple to true
           end-evaluate
           move ws-media-alumno    to media-eb
           move ws-creditos-alumno to creditos-eb
           move ws-periodo-ent     to periodo-eb
           move ws-fecha-ejecucion to fecha-eb
           if estado-previo-existe
               rewrite estado-beca-rec
                   invalid key
                       display 'Error al regrabar estbecas.dat: '
                           ws-estado-estbecas
               end-rewrite
           else
               write estado-beca-rec
                   invalid key
                       display 'Error al grabar estbecas.dat: '
                           ws-estado-estbecas
               end-write
           end-if
           move tbe-codigo (idx-beca) to bec-codigo
           move matricula-alu         to bec-matricula
           move nombre-alu            to bec-nombre
           move apellido-alu          to bec-apellido
           move ws-media-alumno       to bec-media
           move ws-creditos-alumno    to bec-creditos
           evaluate true
               when beca-concedida
                   add 1 to cnt-concedidas
                   move spaces to bec-motivo
                   write informe-concedida-rec from bec-linea
                       after advancing cte-una lines
               when beca-perdida and ws-estado-anterior = 'C'
                   add 1 to cnt-perdidas
                   perform escribir-perdida
               when other
                   add 1 to cnt-no-cumplen
           end-evaluate.

       escribir-perdida.
           evaluate true
               when motivo-media
                   move 'NOTA MEDIA' to bec-motivo
               when motivo-creditos
                   move 'CREDITOS' to bec-motivo
               when other
                   move 'MEDIA Y CREDITOS' to bec-motivo
           end-evaluate
           write informe-perdida-rec from bec-linea
               after advancing cte-una lines.

       fin.
           move 'Becas concedidas             : ' to bec-texto-total
           move cnt-concedidas to bec-cuenta
           write informe-concedida-rec from bec-total
               after advancing 2 lines
           move 'Becas perdidas en el periodo : ' to bec-texto-total
           move cnt-perdidas to bec-cuenta
           write informe-perdida-rec from bec-total
               after advancing 2 lines
           close alumnos
           close resultados
           close intentos
           close estado-becas
           close informe-concedidas
           close informe-perdidas.

       mostrar-resumen.
           display 'Evaluacion de becas'
           display '___________________'.
           display 'Periodo evaluado           : ' ws-periodo-ent.
           display 'Reglas de beca cargadas    : ' cnt-becas.
           display 'Alumnos leidos             : ' cnt-alumnos-leidos.
           display 'Alumnos activos            : ' cnt-alumnos-activos.
           display 'Evaluaciones realizadas    : ' cnt-evaluaciones.
           display 'Becas concedidas           : ' cnt-concedidas.
           display 'Becas perdidas             : ' cnt-perdidas.
           display 'Sin requisitos             : ' cnt-no-cumplen.
           display 'Concesiones en becaconc.rpt'.
           display 'Perdidas en becaperd.rpt'.
           display ' '.

       end program EvaluaBecas.
