       program-id. AnulaEjecucion
           as "T1_COMPILADORES.AnulaEjecucion".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select promedio assign dynamic ws-ruta-promedio
               organization is sequential
               file status is ws-estado-promedio.

           select trabajo-promedio assign "anulprom.wrk"
               organization is sequential.

           select resultados assign "resultados.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-res
               file status is ws-estado-resultados.

           select cursosal assign "cursosal.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-cal
               file status is ws-estado-cursosal.

           select intentos assign "intentos.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-int
               file status is ws-estado-intentos.

           select pendientes assign "pendientes.dat"
               organization is sequential
               file status is ws-estado-pendientes.

           select trabajo-pendientes assign "anulpen.wrk"
               organization is sequential.

           select auditoria assign "auditoria.log"
               organization is line sequential
               file status is ws-estado-auditoria.

           select trabajo-auditoria assign "anulaud.wrk"
               organization is line sequential.

           select control-run assign "control.dat"
               organization is sequential
               file status is ws-estado-control.

           select reinicio assign "restart.dat"
               organization is sequential
               file status is ws-estado-reinicio.

           select imagenes assign "imagenes.dat"
               organization is sequential
               file status is ws-estado-imagenes.

           select trabajo-imagenes assign "anulimg.wrk"
               organization is sequential.

           select informe-anulacion assign "anulacion.rpt"
               organization is sequential.

           select operadores assign "operadores.dat"
               organization is indexed
               access mode is random
               record key is id-oper
               file status is ws-estado-operadores.

           select signon assign "signon.log"
               organization is sequential
               file status is ws-estado-signon.

       data division.
       file section.
       fd promedio.
       01 promedio-rec.
               05 matricula-pro        pic 9(6).
               05 nombre-pro           pic x(12).
               05 apellido-pro         pic x(12).
               05 nota-media           pic x(12).
               05 filler               pic x.
               05 cualificacion        pic x(30).
               05 periodo-pro          pic 9(6).
       01 promedio-header-rec.
               05 header-marca         pic x(6).
               05 header-etiqueta      pic x(19).
               05 header-fecha         pic x(8).
               05 header-etiqueta-grupo pic x(8).
               05 header-grupo         pic x(8).
               05 filler               pic x(30).

       fd trabajo-promedio.
       01 trabajo-promedio-rec     pic x(79).

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

       fd cursosal.
       01 curso-alumno-rec.
               05 clave-cal.
                   10 matricula-cal     pic 9(6).
                   10 codigo-cal        pic x(6).
               05 periodo-cal           pic 9(6).
               05 calif-cal             pic 99.
               05 credito-cal           pic 9.

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

       fd pendientes.
       01 pendiente-rec.
               05 matricula-pen         pic 9(6).
               05 nombre-pen            pic x(12).
               05 apellido-pen          pic x(12).
               05 periodo-pen           pic 9(6).
               05 codigo-pen            pic x(6).
               05 tipo-pen              pic x(3).
               05 fecha-pen             pic x(8).

       fd trabajo-pendientes.
       01 trabajo-pendiente-rec    pic x(53).

       fd auditoria.
       01 auditoria-rec            pic x(120).

       fd trabajo-auditoria.
       01 trabajo-auditoria-rec    pic x(120).

       fd control-run.
       01 control-rec.
               05 fecha-ctl             pic x(8).
               05 leidos-ctl            pic 9(4).
               05 aceptados-ctl         pic 9(4).
               05 rechazados-ctl        pic 9(4).
               05 hash-notas-ctl        pic 9(5)v99.
               05 grupo-ctl             pic x(8).

       fd reinicio.
       01 reinicio-rec.
               05 estado-rein           pic x.
                   88 ejecucion-incompleta          value 'E'.
                   88 ejecucion-detalle-hecha       value 'R'.
                   88 ejecucion-terminada           value 'F'.
               05 fecha-rein            pic x(8).
               05 leidos-rein           pic 9(4).
               05 matricula-rein        pic 9(6).
               05 cnt-insuficiente-rein pic 999.
               05 cnt-suficiente-rein   pic 999.
               05 cnt-bien-rein         pic 999.
               05 cnt-notable-rein      pic 999.
               05 cnt-excelente-rein    pic 999.
               05 cnt-total-rein        pic 999.
               05 suma-notas-rein       pic 9(5)v99.
               05 cnt-rechazados-rein   pic 9(4).
               05 suma-escala-rein      pic 9(7)v99.
               05 tabla-cursos-rein     pic x(4803).

       fd imagenes.
       01 imagen-rec.
               05 fecha-img             pic x(8).
               05 grupo-img             pic x(8).
               05 fichero-img           pic x(3).
               05 existia-img           pic x.
               05 antes-img             pic x(86).
               05 despues-img           pic x(86).

       fd trabajo-imagenes.
       01 trabajo-imagen-rec       pic x(192).

       fd informe-anulacion.
       01 informe-anulacion-rec    pic x(80).

       fd operadores.
       01 operador-rec.
               05 id-oper               pic x(8).
               05 nombre-oper           pic x(20).
               05 clave-oper            pic x(8).
               05 nivel-oper            pic 9.
                   88 nivel-operador                value 1.
                   88 nivel-supervisor              value 2.

       fd signon.
       01 signon-rec               pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-promedio               pic x.
               88 fin-promedio                      value 'f'.
               88 no-fin-promedio                   value 'n'.

           05 sw-bloque                 pic x.
               88 bloque-a-anular                   value 'a'.
               88 bloque-a-conservar                value 'c'.

           05 sw-ultima                 pic x.
               88 ejecucion-es-ultima               value 's'.
               88 ejecucion-no-es-ultima            value 'n'.

           05 sw-control                pic x.
               88 control-de-ejecucion              value 'e'.
               88 control-ajeno                     value 'a'.

           05 sw-fichero                pic x.
               88 fin-fichero                       value 'f'.
               88 no-fin-fichero                    value 'n'.

           05 sw-trabajo                pic x.
               88 fin-trabajo                       value 'f'.
               88 no-fin-trabajo                    value 'n'.

           05 sw-tabla                  pic x.
               88 tabla-desbordada                  value 'd'.
               88 tabla-correcta                    value 'c'.

           05 sw-linea-ejecucion        pic x.
               88 linea-de-ejecucion                value 's'.
               88 linea-ajena                       value 'n'.

           05 sw-signon                 pic x.
               88 signon-valido                     value 'v'.
               88 signon-invalido                   value 'i'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-max-matriculas   pic 9(4)    value 3000.
               10 cte-max-imagenes     pic 9(5)    value 63000.
               10 cte-fase-antes       pic 9       value 1.
               10 cte-fase-despues     pic 9       value 2.

           05 variables-auxiliares.
               10 ws-fecha-anular      pic x(8).
               10 ws-grupo-anular      pic x(8).
               10 ws-grupo-bloque      pic x(8).
               10 ws-grupo-vis         pic x(8).
               10 ws-confirmar-ent     pic x.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-hora-ejecucion    pic x(8).
               10 ws-operador          pic x(20).
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-matricula-buscada pic 9(6).
               10 ws-periodo-buscado   pic 9(6).
               10 ws-aud-fecha         pic x(8).
               10 ws-aud-hora          pic x(8).
               10 ws-aud-operador      pic x(20).
               10 ws-aud-matricula     pic x(6).
               10 ws-incidencia        pic x(60).
               10 idx-fase             pic 9.
               10 idx-fichero          pic 99.
               10 idx-matricula        pic 9(4).
               10 idx-hallado          pic 9(4).
               10 idx-imagen           pic 9(5).

           05 contadores-resumen.
               10 cnt-cabeceras        pic 9(5)     value 0.
               10 cnt-bloques          pic 9(5)     value 0.
               10 cnt-marca-auditoria  pic 9(4)     value 0.
               10 cnt-img-resultados   pic 9(5)     value 0.
               10 cnt-img-cursosal     pic 9(5)     value 0.
               10 cnt-img-intentos     pic 9(5)     value 0.
               10 cnt-restaurados      pic 9(5)     value 0.
               10 cnt-borrados         pic 9(5)     value 0.
               10 cnt-conflictos       pic 9(5)     value 0.
               10 cnt-anotaciones      pic 9(5)     value 0.
               10 cnt-pendientes-run   pic 9(5)     value 0.

       01 ws-ruta-promedio             pic x(80).

       01 ws-estado-promedio           pic xx.
       01 ws-estado-resultados         pic xx.
       01 ws-estado-cursosal           pic xx.
       01 ws-estado-intentos           pic xx.
       01 ws-estado-pendientes         pic xx.
       01 ws-estado-auditoria          pic xx.
       01 ws-estado-control            pic xx.
       01 ws-estado-reinicio           pic xx.
       01 ws-estado-imagenes           pic xx.
       01 ws-estado-operadores         pic xx.
       01 ws-estado-signon             pic xx.

       01 ws-signon-linea              pic x(80).

       01 ws-audit-linea               pic x(120).

       01 ws-trim-origen               pic x(30).
       01 ws-trim-longitud             pic 99.

       01 tabla-matriculas.
           05 num-matriculas           pic 9(4)    value 0.
           05 detalle-matricula occurs 3000 times.
               10 tma-matricula        pic 9(6).
               10 tma-periodo          pic 9(6).
               10 tma-nombre           pic x(12).
               10 tma-apellido         pic x(12).

       01 tabla-imagenes.
           05 num-imagenes             pic 9(5)    value 0.
           05 detalle-imagen occurs 63000 times.
               10 tim-fichero          pic x(3).
               10 tim-existia          pic x.
               10 tim-antes            pic x(86).
               10 tim-despues          pic x(86).

       01 tabla-recuentos.
           05 recuento-fichero occurs 9 times.
               10 trc-nombre           pic x(16).
               10 trc-total occurs 2 times pic 9(6).
               10 trc-ejecucion occurs 2 times pic 9(6).

       01 anu-cabecera.
           05 filler                   pic x(40)
               value 'ANULACION DE EJECUCION - Fecha ejecucion'.
           05 filler                   pic x(2)    value ': '.
           05 anu-fecha                pic x(8).
           05 filler                   pic x(9)    value '  Grupo: '.
           05 anu-grupo                pic x(8).
           05 filler                   pic x(13)   value spaces.

       01 anu-operador.
           05 filler                   pic x(10)   value 'Operador: '.
           05 anu-id-oper              pic x(8).
           05 filler                   pic x(20)
               value '  Fecha anulacion: '.
           05 anu-fecha-anulacion      pic x(8).
           05 filler                   pic x(34)   value spaces.

       01 anu-alcance.
           05 filler                   pic x(28)
               value 'Matriculas de la ejecucion: '.
           05 anu-matriculas           pic zzz9.
           05 filler                   pic x(22)
               value '  Imagenes previas: '.
           05 anu-imagenes             pic zzzz9.
           05 filler                   pic x(21)   value spaces.

       01 anu-incidencia.
           05 filler                   pic x(2)    value spaces.
           05 anu-texto-incidencia     pic x(60).
           05 filler                   pic x(18)   value spaces.

       01 anu-columnas.
           05 filler                   pic x(16)   value 'Fichero'.
           05 filler                   pic x(14)
               value '   Total antes'.
           05 filler                   pic x(14)
               value '    Ejec.antes'.
           05 filler                   pic x(14)
               value ' Total despues'.
           05 filler                   pic x(14)
               value '  Ejec.despues'.
           05 filler                   pic x(8)    value spaces.

       01 anu-linea-fichero.
           05 anu-fichero              pic x(16).
           05 filler                   pic x(8)    value spaces.
           05 anu-total-antes          pic zzzzz9.
           05 filler                   pic x(8)    value spaces.
           05 anu-ejec-antes           pic zzzzz9.
           05 filler                   pic x(8)    value spaces.
           05 anu-total-despues        pic zzzzz9.
           05 filler                   pic x(8)    value spaces.
           05 anu-ejec-despues         pic zzzzz9.
           05 filler                   pic x(8)    value spaces.

       01 anu-resumen.
           05 filler                   pic x(12)   value 'Resultado: '.
           05 anu-veredicto            pic x(50).
           05 filler                   pic x(18)   value spaces.

       procedure division.
           perform inicio
           perform localizar-ejecucion
           perform cargar-imagenes
           move cte-fase-antes to idx-fase
           perform contar-ficheros
           perform confirmar-anulacion
           perform anular-resultados
           perform anular-cursosal
           perform anular-intentos
           perform anular-promedio
           perform anular-pendientes
           perform anular-auditoria
           perform anotar-anulacion
           perform anular-control
           perform depurar-imagenes
           move cte-fase-despues to idx-fase
           perform contar-ficheros
           perform escribir-recuentos
           perform mostrar-resumen
           goback.

       inicio.
           accept ws-ruta-promedio from environment "RUTA_PROMEDIO"
           if ws-ruta-promedio = spaces
               display 'Ruta de salida para promedio.dat: '
               accept ws-ruta-promedio
           end-if
           perform identificar-operador
           if ws-nivel-oper < 2
               perform registrar-autorizacion-denegada
               display 'Se requiere nivel supervisor para '
                   'ejecutar AnulaEjecucion'
               move 8 to return-code
               goback
           end-if
           display 'Fecha de la ejecucion a anular YYYYMMDD: '
           accept ws-fecha-anular
           if ws-fecha-anular is not numeric
               display 'Fecha de ejecucion no valida: '
                   ws-fecha-anular
               move 8 to return-code
               goback
           end-if
           display 'Grupo de la ejecucion (vacio = ejecucion '
               'interactiva): '
           accept ws-grupo-anular
           if ws-grupo-anular = spaces
               move '-' to ws-grupo-vis
           else
               move ws-grupo-anular to ws-grupo-vis
           end-if
           accept ws-fecha-ejecucion from date yyyymmdd
           move 'promedio.dat'   to trc-nombre (1)
           move 'resultados.dat' to trc-nombre (2)
           move 'cursosal.dat'   to trc-nombre (3)
           move 'intentos.dat'   to trc-nombre (4)
           move 'pendientes.dat' to trc-nombre (5)
           move 'auditoria.log'  to trc-nombre (6)
           move 'control.dat'    to trc-nombre (7)
           move 'restart.dat'    to trc-nombre (8)
           move 'imagenes.dat'   to trc-nombre (9).

       identificar-operador.
           accept ws-id-oper from environment "OPERADOR_ID"
           accept ws-clave-ent from environment "OPERADOR_CLAVE"
           if ws-id-oper = spaces
               display 'Identificador del operador: '
               accept ws-id-oper
               display 'Clave del operador: '
               accept ws-clave-ent
           end-if
           set signon-invalido to true
           open input operadores
           if ws-estado-operadores = '00'
               move ws-id-oper to id-oper
               read operadores
                   invalid key
                       continue
                   not invalid key
                       if clave-oper = ws-clave-ent
                           set signon-valido to true
                           move nivel-oper to ws-nivel-oper
                           move id-oper    to ws-operador
                       end-if
               end-read
               close operadores
           else
               display 'No se puede abrir operadores.dat: '
                   ws-estado-operadores
           end-if
           if signon-invalido
               perform registrar-signon-fallido
               display 'Operador o clave no validos'
               move 8 to return-code
               goback
           end-if.

       registrar-signon-fallido.
           accept ws-fecha-ejecucion from date yyyymmdd
           accept ws-hora-ejecucion from time
           string
               ws-fecha-ejecucion  delimited by size
               ' '                 delimited by size
               ws-hora-ejecucion   delimited by size
               ' '                 delimited by size
               ws-id-oper          delimited by size
               ' SIGNON RECHAZADO AnulaEjecucion'
                                   delimited by size
               into ws-signon-linea
           end-string
           perform anotar-signon.

       registrar-autorizacion-denegada.
           accept ws-fecha-ejecucion from date yyyymmdd
           accept ws-hora-ejecucion from time
           string
               ws-fecha-ejecucion  delimited by size
               ' '                 delimited by size
               ws-hora-ejecucion   delimited by size
               ' '                 delimited by size
               ws-id-oper          delimited by size
               ' AUTORIZACION DENEGADA AnulaEjecucion'
                                   delimited by size
               into ws-signon-linea
           end-string
           perform anotar-signon.

       anotar-signon.
           open extend signon
           if ws-estado-signon = '35'
               open output signon
           end-if
           move ws-signon-linea to signon-rec
           write signon-rec
               after advancing cte-una lines
           close signon.

       localizar-ejecucion.
           set tabla-correcta to true
           set ejecucion-no-es-ultima to true
           set bloque-a-conservar to true
           open input promedio
           if ws-estado-promedio not = '00'
               display 'No se puede abrir promedio.dat: '
                   ws-estado-promedio
               move 8 to return-code
               goback
           end-if
           set no-fin-promedio to true
           perform leer-promedio
           perform examinar-promedio until fin-promedio
           close promedio
           if cnt-bloques = 0
               display 'No hay ninguna ejecucion del '
                   ws-fecha-anular ' grupo ' ws-grupo-vis
                   ' en promedio.dat'
               move 8 to return-code
               goback
           end-if
           if tabla-desbordada
               display 'La ejecucion tiene mas de '
                   cte-max-matriculas ' alumnos, no se anula'
               move 8 to return-code
               goback
           end-if.

       leer-promedio.
           read promedio
               at end set fin-promedio to true
           end-read.

       examinar-promedio.
           if promedio-rec (1:6) = 'RUNHDR'
               add 1 to cnt-cabeceras
               perform clasificar-cabecera
               if bloque-a-anular
                   add 1 to cnt-bloques
                   set ejecucion-es-ultima to true
               else
                   set ejecucion-no-es-ultima to true
               end-if
           else
               if bloque-a-anular
                   perform anotar-matricula
               end-if
           end-if
           perform leer-promedio.

       clasificar-cabecera.
           if header-etiqueta-grupo = ' Grupo: '
               move header-grupo to ws-grupo-bloque
           else
               move spaces to ws-grupo-bloque
           end-if
           if header-fecha = ws-fecha-anular
               and ws-grupo-bloque = ws-grupo-anular
               set bloque-a-anular to true
           else
               set bloque-a-conservar to true
           end-if.

       anotar-matricula.
           if num-matriculas < cte-max-matriculas
               add 1 to num-matriculas
               move matricula-pro to tma-matricula (num-matriculas)
               move periodo-pro   to tma-periodo (num-matriculas)
               move nombre-pro    to tma-nombre (num-matriculas)
               move apellido-pro  to tma-apellido (num-matriculas)
           else
               set tabla-desbordada to true
           end-if.

       buscar-matricula.
           move zero to idx-hallado
           perform comparar-matricula
               varying idx-matricula from 1 by 1
               until idx-matricula > num-matriculas
               or idx-hallado > 0.

       comparar-matricula.
           if tma-matricula (idx-matricula) = ws-matricula-buscada
               move idx-matricula to idx-hallado
           end-if.

       cargar-imagenes.
           open input imagenes
           if ws-estado-imagenes = '00'
               set no-fin-fichero to true
               perform leer-imagen
               perform guardar-imagen until fin-fichero
               close imagenes
           end-if
           if tabla-desbordada
               display 'La ejecucion tiene mas de '
                   cte-max-imagenes ' imagenes previas, no se anula'
               move 8 to return-code
               goback
           end-if.

       leer-imagen.
           read imagenes
               at end set fin-fichero to true
           end-read.

       guardar-imagen.
           if fecha-img = ws-fecha-anular
               and grupo-img = ws-grupo-anular
               if num-imagenes < cte-max-imagenes
                   add 1 to num-imagenes
                   move fichero-img to tim-fichero (num-imagenes)
                   move existia-img to tim-existia (num-imagenes)
                   move antes-img   to tim-antes (num-imagenes)
                   move despues-img to tim-despues (num-imagenes)
                   evaluate fichero-img
                       when 'RES'
                           add 1 to cnt-img-resultados
                       when 'CAL'
                           add 1 to cnt-img-cursosal
                       when 'INT'
                           add 1 to cnt-img-intentos
                   end-evaluate
               else
                   set tabla-desbordada to true
               end-if
           end-if
           perform leer-imagen.

       contar-ficheros.
           perform contar-promedio
           perform contar-resultados
           perform contar-cursosal
           perform contar-intentos
           perform contar-pendientes
           perform contar-auditoria
           perform contar-control
           perform contar-reinicio
           perform contar-imagenes.

       contar-promedio.
           move zero to trc-total (1, idx-fase)
           move zero to trc-ejecucion (1, idx-fase)
           set bloque-a-conservar to true
           open input promedio
           if ws-estado-promedio = '00'
               set no-fin-promedio to true
               perform leer-promedio
               perform contar-registro-promedio until fin-promedio
               close promedio
           end-if.

       contar-registro-promedio.
           add 1 to trc-total (1, idx-fase)
           if promedio-rec (1:6) = 'RUNHDR'
               perform clasificar-cabecera
           end-if
           if bloque-a-anular
               add 1 to trc-ejecucion (1, idx-fase)
           end-if
           perform leer-promedio.

       contar-resultados.
           move zero to trc-total (2, idx-fase)
           move zero to trc-ejecucion (2, idx-fase)
           open input resultados
           if ws-estado-resultados = '00'
               set no-fin-fichero to true
               perform leer-resultado
               perform contar-registro-resultado until fin-fichero
               close resultados
           end-if.

       leer-resultado.
           read resultados next
               at end set fin-fichero to true
           end-read.

       contar-registro-resultado.
           add 1 to trc-total (2, idx-fase)
           if fecha-res = ws-fecha-anular
               move matricula-res to ws-matricula-buscada
               perform buscar-matricula
               if idx-hallado > 0
                   add 1 to trc-ejecucion (2, idx-fase)
               end-if
           end-if
           perform leer-resultado.

       contar-cursosal.
           move zero to trc-total (3, idx-fase)
           move zero to trc-ejecucion (3, idx-fase)
           open input cursosal
           if ws-estado-cursosal = '00'
               set no-fin-fichero to true
               perform leer-curso-alumno
               perform contar-registro-cursosal until fin-fichero
               perform comprobar-imagen-cursosal
                   varying idx-imagen from 1 by 1
                   until idx-imagen > num-imagenes
               close cursosal
           end-if.

       leer-curso-alumno.
           read cursosal next
               at end set fin-fichero to true
           end-read.

       contar-registro-cursosal.
           add 1 to trc-total (3, idx-fase)
           perform leer-curso-alumno.

       comprobar-imagen-cursosal.
           if tim-fichero (idx-imagen) = 'CAL'
               and tim-antes (idx-imagen) not = tim-despues (idx-imagen)
               move tim-despues (idx-imagen) to curso-alumno-rec
               read cursosal
                   invalid key
                       continue
                   not invalid key
                       if curso-alumno-rec =
                           tim-despues (idx-imagen) (1:21)
                           add 1 to trc-ejecucion (3, idx-fase)
                       end-if
               end-read
           end-if.

       contar-intentos.
           move zero to trc-total (4, idx-fase)
           move zero to trc-ejecucion (4, idx-fase)
           open input intentos
           if ws-estado-intentos = '00'
               set no-fin-fichero to true
               perform leer-intento
               perform contar-registro-intento until fin-fichero
               close intentos
           end-if.

       leer-intento.
           read intentos next
               at end set fin-fichero to true
           end-read.

       contar-registro-intento.
           add 1 to trc-total (4, idx-fase)
           if fecha-int = ws-fecha-anular
               and grupo-int = ws-grupo-anular
               add 1 to trc-ejecucion (4, idx-fase)
           end-if
           perform leer-intento.

       contar-pendientes.
           move zero to trc-total (5, idx-fase)
           move zero to trc-ejecucion (5, idx-fase)
           open input pendientes
           if ws-estado-pendientes = '00'
               set no-fin-fichero to true
               perform leer-pendiente
               perform contar-registro-pendiente until fin-fichero
               close pendientes
           end-if.

       leer-pendiente.
           read pendientes
               at end set fin-fichero to true
           end-read.

       contar-registro-pendiente.
           add 1 to trc-total (5, idx-fase)
           perform clasificar-pendiente
           if linea-de-ejecucion
               add 1 to trc-ejecucion (5, idx-fase)
           end-if
           perform leer-pendiente.

       clasificar-pendiente.
           set linea-ajena to true
           if fecha-pen = ws-fecha-anular
               move matricula-pen to ws-matricula-buscada
               perform buscar-matricula
               if idx-hallado > 0
                   if tma-periodo (idx-hallado) = periodo-pen
                       set linea-de-ejecucion to true
                   end-if
               end-if
           end-if.

       contar-auditoria.
           move zero to trc-total (6, idx-fase)
           move zero to trc-ejecucion (6, idx-fase)
           open input auditoria
           if ws-estado-auditoria = '00'
               set no-fin-fichero to true
               perform leer-auditoria
               perform contar-linea-auditoria until fin-fichero
               close auditoria
           end-if.

       leer-auditoria.
           read auditoria
               at end set fin-fichero to true
           end-read.

       contar-linea-auditoria.
           add 1 to trc-total (6, idx-fase)
           perform clasificar-linea-auditoria
           if linea-de-ejecucion
               add 1 to trc-ejecucion (6, idx-fase)
           end-if
           perform leer-auditoria.

       clasificar-linea-auditoria.
           set linea-ajena to true
           if auditoria-rec (1:8) = ws-fecha-anular
               move zero to cnt-marca-auditoria
               inspect auditoria-rec tallying cnt-marca-auditoria
                   for all 'RECTIFICACION'
                       all 'ANULACION'
               if cnt-marca-auditoria = 0
                   move spaces to ws-aud-matricula
                   unstring auditoria-rec delimited by all space
                       into ws-aud-fecha ws-aud-hora
                            ws-aud-operador ws-aud-matricula
                   end-unstring
                   if ws-aud-matricula is numeric
                       move ws-aud-matricula to ws-matricula-buscada
                       perform buscar-matricula
                       if idx-hallado > 0
                           set linea-de-ejecucion to true
                       end-if
                   end-if
               end-if
           end-if.

       contar-control.
           move zero to trc-total (7, idx-fase)
           move zero to trc-ejecucion (7, idx-fase)
           set control-ajeno to true
           open input control-run
           if ws-estado-control = '00'
               read control-run
                   at end
                       continue
                   not at end
                       add 1 to trc-total (7, idx-fase)
                       if fecha-ctl = ws-fecha-anular
                           and grupo-ctl = ws-grupo-anular
                           and ejecucion-es-ultima
                           set control-de-ejecucion to true
                           add 1 to trc-ejecucion (7, idx-fase)
                       end-if
               end-read
               close control-run
           end-if.

       contar-reinicio.
           move zero to trc-total (8, idx-fase)
           move zero to trc-ejecucion (8, idx-fase)
           open input reinicio
           if ws-estado-reinicio = '00'
               read reinicio
                   at end
                       continue
                   not at end
                       add 1 to trc-total (8, idx-fase)
                       if fecha-rein = ws-fecha-anular
                           and control-de-ejecucion
                           add 1 to trc-ejecucion (8, idx-fase)
                       end-if
               end-read
               close reinicio
           end-if.

       contar-imagenes.
           move zero to trc-total (9, idx-fase)
           move zero to trc-ejecucion (9, idx-fase)
           open input imagenes
           if ws-estado-imagenes = '00'
               set no-fin-fichero to true
               perform leer-imagen
               perform contar-registro-imagen until fin-fichero
               close imagenes
           end-if.

       contar-registro-imagen.
           add 1 to trc-total (9, idx-fase)
           if fecha-img = ws-fecha-anular
               and grupo-img = ws-grupo-anular
               add 1 to trc-ejecucion (9, idx-fase)
           end-if
           perform leer-imagen.

       confirmar-anulacion.
           display 'Ejecucion del ' ws-fecha-anular ' grupo '
               ws-grupo-vis ': ' cnt-bloques ' bloque(s), '
               num-matriculas ' alumnos, ' num-imagenes
               ' imagenes previas'
           perform mostrar-recuento
               varying idx-fichero from 1 by 1
               until idx-fichero > 9
           display 'Confirmar la anulacion (S/N): '
           accept ws-confirmar-ent
           if ws-confirmar-ent not = 'S' and ws-confirmar-ent not = 's'
               display 'Anulacion cancelada, no se modifica nada'
               move 4 to return-code
               goback
           end-if
           open output informe-anulacion
           move ws-fecha-anular    to anu-fecha
           move ws-grupo-vis       to anu-grupo
           write informe-anulacion-rec from anu-cabecera
           move ws-id-oper         to anu-id-oper
           move ws-fecha-ejecucion to anu-fecha-anulacion
           write informe-anulacion-rec from anu-operador
               after advancing cte-una lines
           move num-matriculas     to anu-matriculas
           move num-imagenes       to anu-imagenes
           write informe-anulacion-rec from anu-alcance
               after advancing cte-una lines
           if num-imagenes = 0
               move 'Ejecucion sin imagenes previas: cursosal.dat no '
                   & 'se puede restaurar' to ws-incidencia
               perform anotar-incidencia
           end-if.

       mostrar-recuento.
           display '  ' trc-nombre (idx-fichero) ' '
               trc-total (idx-fichero, idx-fase) ' registros, '
               trc-ejecucion (idx-fichero, idx-fase)
               ' de la ejecucion'.

       anotar-incidencia.
           add 1 to cnt-conflictos
           move ws-incidencia to anu-texto-incidencia
           write informe-anulacion-rec from anu-incidencia
               after advancing cte-una lines.

       anular-resultados.
           open i-o resultados
           if ws-estado-resultados = '00'
               perform revertir-resultado
                   varying idx-imagen from num-imagenes by -1
                   until idx-imagen < 1
               if cnt-img-resultados = 0
                   set no-fin-fichero to true
                   perform leer-resultado
                   perform barrer-resultado until fin-fichero
               end-if
               close resultados
           end-if.

       revertir-resultado.
           if tim-fichero (idx-imagen) = 'RES'
               move tim-despues (idx-imagen) to resultado-rec
               read resultados
                   invalid key
                       continue
                   not invalid key
                       if tim-existia (idx-imagen) = 'S'
                           move tim-antes (idx-imagen) to resultado-rec
                           rewrite resultado-rec
                           add 1 to cnt-restaurados
                       else
                           delete resultados
                           add 1 to cnt-borrados
                       end-if
               end-read
           end-if.

       barrer-resultado.
           if fecha-res = ws-fecha-anular
               move matricula-res to ws-matricula-buscada
               perform buscar-matricula
               if idx-hallado > 0
                   if tma-periodo (idx-hallado) = periodo-res
                       delete resultados
                       add 1 to cnt-borrados
                   end-if
               end-if
           end-if
           perform leer-resultado.

       anular-cursosal.
           open i-o cursosal
           if ws-estado-cursosal = '00'
               perform revertir-curso-alumno
                   varying idx-imagen from num-imagenes by -1
                   until idx-imagen < 1
               close cursosal
           end-if.

       revertir-curso-alumno.
           if tim-fichero (idx-imagen) = 'CAL'
               move tim-despues (idx-imagen) to curso-alumno-rec
               read cursosal
                   invalid key
                       move spaces to ws-incidencia
                       string 'cursosal.dat ' delimited by size
                           tim-despues (idx-imagen) (1:12)
                                             delimited by size
                           ' ya no existe, no se restaura'
                                             delimited by size
                           into ws-incidencia
                       end-string
                       perform anotar-incidencia
                   not invalid key
                       if curso-alumno-rec =
                           tim-despues (idx-imagen) (1:21)
                           perform restaurar-curso-alumno
                       else
                           move spaces to ws-incidencia
                           string 'cursosal.dat ' delimited by size
                               tim-despues (idx-imagen) (1:12)
                                                 delimited by size
                               ' modificado despues, no se restaura'
                                                 delimited by size
                               into ws-incidencia
                           end-string
                           perform anotar-incidencia
                       end-if
               end-read
           end-if.

       restaurar-curso-alumno.
           if tim-existia (idx-imagen) = 'S'
               move tim-antes (idx-imagen) to curso-alumno-rec
               rewrite curso-alumno-rec
               add 1 to cnt-restaurados
           else
               delete cursosal
               add 1 to cnt-borrados
           end-if.

       anular-intentos.
           open i-o intentos
           if ws-estado-intentos = '00'
               perform revertir-intento
                   varying idx-imagen from num-imagenes by -1
                   until idx-imagen < 1
               if cnt-img-intentos = 0
                   set no-fin-fichero to true
                   perform leer-intento
                   perform barrer-intento until fin-fichero
               end-if
               close intentos
           end-if.

       revertir-intento.
           if tim-fichero (idx-imagen) = 'INT'
               move tim-despues (idx-imagen) to intento-rec
               read intentos
                   invalid key
                       continue
                   not invalid key
                       if intento-rec = tim-despues (idx-imagen) (1:40)
                           perform restaurar-intento
                       else
                           move spaces to ws-incidencia
                           string 'intentos.dat ' delimited by size
                               tim-despues (idx-imagen) (1:18)
                                                 delimited by size
                               ' modificado despues, no se restaura'
                                                 delimited by size
                               into ws-incidencia
                           end-string
                           perform anotar-incidencia
                       end-if
               end-read
           end-if.

       restaurar-intento.
           if tim-existia (idx-imagen) = 'S'
               move tim-antes (idx-imagen) to intento-rec
               rewrite intento-rec
               add 1 to cnt-restaurados
           else
               delete intentos
               add 1 to cnt-borrados
           end-if.

       barrer-intento.
           if fecha-int = ws-fecha-anular
               and grupo-int = ws-grupo-anular
               delete intentos
               add 1 to cnt-borrados
           end-if
           perform leer-intento.

       anular-promedio.
           set bloque-a-conservar to true
           open input promedio
           open output trabajo-promedio
           set no-fin-promedio to true
           perform leer-promedio
           perform filtrar-promedio until fin-promedio
           close promedio
           close trabajo-promedio
           open input trabajo-promedio
           open output promedio
           set no-fin-trabajo to true
           perform leer-trabajo-promedio
           perform copiar-trabajo-promedio until fin-trabajo
           close trabajo-promedio
           close promedio.

       filtrar-promedio.
           if promedio-rec (1:6) = 'RUNHDR'
               perform clasificar-cabecera
           end-if
           if bloque-a-anular
               add 1 to cnt-borrados
           else
               write trabajo-promedio-rec from promedio-rec
           end-if
           perform leer-promedio.

       leer-trabajo-promedio.
           read trabajo-promedio
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-promedio.
           write promedio-rec from trabajo-promedio-rec
           perform leer-trabajo-promedio.

       anular-pendientes.
           open input pendientes
           if ws-estado-pendientes = '00'
               open output trabajo-pendientes
               set no-fin-fichero to true
               perform leer-pendiente
               perform filtrar-pendiente until fin-fichero
               close pendientes
               close trabajo-pendientes
               open input trabajo-pendientes
               open output pendientes
               set no-fin-trabajo to true
               perform leer-trabajo-pendiente
               perform copiar-trabajo-pendiente until fin-trabajo
               close trabajo-pendientes
               close pendientes
           end-if.

       filtrar-pendiente.
           perform clasificar-pendiente
           if linea-de-ejecucion
               add 1 to cnt-pendientes-run
               add 1 to cnt-borrados
           else
               write trabajo-pendiente-rec from pendiente-rec
           end-if
           perform leer-pendiente.

       leer-trabajo-pendiente.
           read trabajo-pendientes
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-pendiente.
           write pendiente-rec from trabajo-pendiente-rec
           perform leer-trabajo-pendiente.

       anular-auditoria.
           open input auditoria
           if ws-estado-auditoria = '00'
               open output trabajo-auditoria
               set no-fin-fichero to true
               perform leer-auditoria
               perform filtrar-auditoria until fin-fichero
               close auditoria
               close trabajo-auditoria
               open input trabajo-auditoria
               open output auditoria
               set no-fin-trabajo to true
               perform leer-trabajo-auditoria
               perform copiar-trabajo-auditoria until fin-trabajo
               close trabajo-auditoria
               close auditoria
           end-if.

       filtrar-auditoria.
           perform clasificar-linea-auditoria
           if linea-de-ejecucion
               add 1 to cnt-borrados
           else
               write trabajo-auditoria-rec from auditoria-rec
           end-if
           perform leer-auditoria.

       leer-trabajo-auditoria.
           read trabajo-auditoria
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-auditoria.
           write auditoria-rec from trabajo-auditoria-rec
           perform leer-trabajo-auditoria.

       anotar-anulacion.
           open extend auditoria
           if ws-estado-auditoria = '35'
               open output auditoria
           end-if
           perform escribir-anulacion
               varying idx-matricula from 1 by 1
               until idx-matricula > num-matriculas
           close auditoria.

       escribir-anulacion.
           accept ws-fecha-ejecucion from date yyyymmdd
           accept ws-hora-ejecucion from time
           move ws-operador to ws-trim-origen
           perform calcular-longitud-trim
           move spaces to ws-audit-linea
           string
               ws-fecha-ejecucion  delimited by size
               ' '                 delimited by size
               ws-hora-ejecucion   delimited by size
               ' '                 delimited by size
               ws-trim-origen (1:ws-trim-longitud)
                                   delimited by size
               ' '                 delimited by size
               tma-matricula (idx-matricula)
                                   delimited by size
               ' '                 delimited by size
               tma-nombre (idx-matricula)
                                   delimited by space
               ' '                 delimited by size
               tma-apellido (idx-matricula)
                                   delimited by space
               ' ANULACION ejecucion '
                                   delimited by size
               ws-fecha-anular     delimited by size
               ' grupo '           delimited by size
               ws-grupo-vis        delimited by space
               into ws-audit-linea
           end-string
           move ws-audit-linea to auditoria-rec
           write auditoria-rec
           add 1 to cnt-anotaciones.

       calcular-longitud-trim.
           perform reducir-longitud-trim
               varying ws-trim-longitud from 30 by -1
               until ws-trim-longitud = 0
               or ws-trim-origen (ws-trim-longitud:1) not = space
           if ws-trim-longitud = 0
               move 1 to ws-trim-longitud
           end-if.

       reducir-longitud-trim.
           continue.

       anular-control.
           set control-ajeno to true
           if ejecucion-es-ultima
               open input control-run
               if ws-estado-control = '00'
                   read control-run
                       at end
                           continue
                       not at end
                           if fecha-ctl = ws-fecha-anular
                               and grupo-ctl = ws-grupo-anular
                               set control-de-ejecucion to true
                           end-if
                   end-read
                   close control-run
               end-if
           end-if
           if control-de-ejecucion
               open output control-run
               close control-run
               open input reinicio
               if ws-estado-reinicio = '00'
                   read reinicio
                       at end
                           move spaces to fecha-rein
                   end-read
                   close reinicio
                   if fecha-rein = ws-fecha-anular
                       open output reinicio
                       close reinicio
                   end-if
               end-if
           else
               move 'control.dat y restart.dat son de una ejecucion '
                   & 'posterior' to ws-incidencia
               move ws-incidencia to anu-texto-incidencia
               write informe-anulacion-rec from anu-incidencia
                   after advancing cte-una lines
           end-if.

       depurar-imagenes.
           open input imagenes
           if ws-estado-imagenes = '00'
               open output trabajo-imagenes
               set no-fin-fichero to true
               perform leer-imagen
               perform filtrar-imagen until fin-fichero
               close imagenes
               close trabajo-imagenes
               open input trabajo-imagenes
               open output imagenes
               set no-fin-trabajo to true
               perform leer-trabajo-imagen
               perform copiar-trabajo-imagen until fin-trabajo
               close trabajo-imagenes
               close imagenes
           end-if.

       filtrar-imagen.
           if fecha-img = ws-fecha-anular
               and grupo-img = ws-grupo-anular
               continue
           else
               write trabajo-imagen-rec from imagen-rec
           end-if
           perform leer-imagen.

       leer-trabajo-imagen.
           read trabajo-imagenes
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-imagen.
           write imagen-rec from trabajo-imagen-rec
           perform leer-trabajo-imagen.

       escribir-recuentos.
           write informe-anulacion-rec from anu-columnas
               after advancing 2 lines
           perform escribir-recuento
               varying idx-fichero from 1 by 1
               until idx-fichero > 9
           move zero to idx-hallado
           perform comprobar-residuo
               varying idx-fichero from 1 by 1
               until idx-fichero > 9
           if idx-hallado = 0 and cnt-conflictos = 0
               move 'EJECUCION ANULADA POR COMPLETO' to anu-veredicto
               move zero to return-code
           else
               if idx-hallado = 0
                   move 'EJECUCION ANULADA CON INCIDENCIAS'
                       to anu-veredicto
               else
                   move 'QUEDAN REGISTROS DE LA EJECUCION'
                       to anu-veredicto
               end-if
               move 4 to return-code
           end-if
           write informe-anulacion-rec from anu-resumen
               after advancing 2 lines
           close informe-anulacion.

       escribir-recuento.
           move trc-nombre (idx-fichero)       to anu-fichero
           move trc-total (idx-fichero, 1)     to anu-total-antes
           move trc-ejecucion (idx-fichero, 1) to anu-ejec-antes
           move trc-total (idx-fichero, 2)     to anu-total-despues
           move trc-ejecucion (idx-fichero, 2) to anu-ejec-despues
           write informe-anulacion-rec from anu-linea-fichero
               after advancing cte-una lines.

       comprobar-residuo.
           if trc-ejecucion (idx-fichero, 2) > 0
               move idx-fichero to idx-hallado
           end-if.

       mostrar-resumen.
           display 'Anulacion de ejecucion'
           display '______________________'.
           display 'Ejecucion anulada          : ' ws-fecha-anular
               ' grupo ' ws-grupo-vis.
           display 'Bloques en promedio.dat    : ' cnt-bloques.
           display 'Alumnos de la ejecucion    : ' num-matriculas.
           display 'Registros restaurados      : ' cnt-restaurados.
           display 'Registros eliminados       : ' cnt-borrados.
           display 'Pendientes eliminados      : ' cnt-pendientes-run.
           display 'Anotaciones de anulacion   : ' cnt-anotaciones.
           display 'Incidencias                : ' cnt-conflictos.
           move cte-fase-despues to idx-fase
           perform mostrar-recuento
               varying idx-fichero from 1 by 1
               until idx-fichero > 9
           display 'Informe escrito en anulacion.rpt'.
           display ' '.

       end program AnulaEjecucion.
