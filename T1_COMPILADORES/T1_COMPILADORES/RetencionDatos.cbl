       program-id. RetencionDatos
           as "T1_COMPILADORES.RetencionDatos".

       environment division.
       configuration section.
       input-output section.
       file-control.
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

           select registro-titulos assign "registit.dat"
               organization is sequential
               file status is ws-estado-registro.

           select promedio assign dynamic ws-ruta-promedio
               organization is sequential
               file status is ws-estado-promedio.

           select trabajo-promedio assign "retprom.wrk"
               organization is sequential.

           select promedio-csv assign "promedio.csv"
               organization is line sequential
               file status is ws-estado-csv.

           select trabajo-csv assign "retcsv.wrk"
               organization is line sequential.

           select pendientes assign dynamic ws-ruta-pendientes
               organization is sequential
               file status is ws-estado-pendientes.

           select trabajo-pendientes assign "retpen.wrk"
               organization is sequential.

           select rechazos assign "rechazos.txt"
               organization is sequential
               file status is ws-estado-rechazos.

           select trabajo-rechazos assign "retrch.wrk"
               organization is sequential.

           select boletin assign dynamic ws-ruta-boletin
               organization is line sequential
               file status is ws-estado-boletin.

           select trabajo-boletin assign "retbol.wrk"
               organization is line sequential.

           select auditoria assign dynamic ws-ruta-auditoria
               organization is line sequential
               file status is ws-estado-auditoria.

           select trabajo-auditoria assign "retaud.wrk"
               organization is line sequential.

           select imagenes assign "imagenes.dat"
               organization is sequential
               file status is ws-estado-imagenes.

           select trabajo-imagenes assign "retimg.wrk"
               organization is sequential.

           select plan-noche assign "plannoche.txt"
               organization is line sequential
               file status is ws-estado-plan.

           select informe-retencion assign "retencion.rpt"
               organization is sequential.

           select registro-retencion assign "retencion.log"
               organization is sequential
               file status is ws-estado-retencion.

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

       fd registro-titulos.
       01 titulo-rec.
               05 numero-tit            pic 9(6).
               05 matricula-tit         pic 9(6).
               05 nombre-tit            pic x(12).
               05 apellido-tit          pic x(12).
               05 programa-tit          pic x(10).
               05 cohorte-tit           pic x(6).
               05 creditos-tit          pic 9(4).
               05 media-tit             pic 99v99.
               05 mencion-tit           pic x(20).
               05 fecha-tit             pic x(8).
               05 operador-tit          pic x(8).

       fd promedio.
       01 promedio-rec.
               05 matricula-pro        pic 9(6).
               05 nombre-pro           pic x(12).
               05 apellido-pro         pic x(12).
               05 nota-media           pic x(12).
               05 filler               pic x.
               05 cualificacion        pic x(30).
               05 periodo-pro          pic 9(6).

       fd trabajo-promedio.
       01 trabajo-promedio-rec     pic x(79).

       fd promedio-csv.
       01 csv-rec                  pic x(80).

       fd trabajo-csv.
       01 trabajo-csv-rec          pic x(80).

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

       fd rechazos.
       01 rechazo-rec.
               05 motivo-rch            pic 99.
               05 matricula-rch         pic 9(6).
               05 nombre-rch            pic x(12).
               05 apellido-rch          pic x(12).
               05 periodo-rch           pic 9(6).
               05 numero-cursos-rch     pic 99.
               05 cursos-rch occurs 10 times.
                   10 codigo-curso-rch          pic x(6).
                   10 calificacion-curso-rch    pic 99.
                   10 credito-curso-rch         pic 9.

       fd trabajo-rechazos.
       01 trabajo-rechazo-rec      pic x(130).

       fd boletin.
       01 boletin-rec              pic x(80).

       fd trabajo-boletin.
       01 trabajo-boletin-rec      pic x(80).

       fd auditoria.
       01 auditoria-rec            pic x(120).

       fd trabajo-auditoria.
       01 trabajo-auditoria-rec    pic x(120).

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

       fd plan-noche.
       01 plan-rec.
               05 pl-grupo              pic x(8).
               05 pl-ruta-notas         pic x(52).

       fd informe-retencion.
       01 informe-retencion-rec    pic x(80).

       fd registro-retencion.
       01 registro-retencion-rec   pic x(80).

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

           05 sw-fichero                pic x.
               88 fin-fichero                       value 'f'.
               88 no-fin-fichero                    value 'n'.

           05 sw-trabajo                pic x.
               88 fin-trabajo                       value 'f'.
               88 no-fin-trabajo                    value 'n'.

           05 sw-resultados             pic x.
               88 fin-resultados                    value 'f'.
               88 no-fin-resultados                 value 'n'.

           05 sw-fechas                 pic x.
               88 fin-fechas                        value 'f'.
               88 no-fin-fechas                     value 'n'.

           05 sw-modo                   pic x.
               88 modo-simulacion                   value 's'.
               88 modo-real                         value 'r'.

           05 sw-disp-resultados        pic x.
               88 resultados-disponible             value 'd'.
               88 resultados-no-disponible          value 'n'.

           05 sw-tabla                  pic x.
               88 tabla-desbordada                  value 'd'.
               88 tabla-correcta                    value 'c'.

           05 sw-historico              pic x.
               88 fichero-historico                 value 'h'.
               88 fichero-vigente                   value 'v'.

           05 sw-signon                 pic x.
               88 signon-valido                     value 'v'.
               88 signon-invalido                   value 'i'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-anos-defecto     pic 99      value 5.
               10 cte-max-candidatos   pic 9(4)    value 5000.
               10 cte-max-archivos     pic 99      value 20.
               10 cte-max-boletines    pic 99      value 50.
               10 cte-anonimo          pic x(12)   value 'ANONIMO'.

           05 variables-auxiliares.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-hora-ejecucion    pic x(8).
               10 ws-operador          pic x(20).
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-anos-ent          pic x(2).
               10 ws-anos-retencion    pic 99.
               10 ws-simulacion-ent    pic x.
               10 ws-confirmar-ent     pic x.
               10 ws-fecha-archivo-ent pic x(8).
               10 ws-fecha-corte.
                   15 ws-corte-anio    pic 9(4).
                   15 ws-corte-resto   pic x(4).
               10 ws-fecha-referencia  pic x(8).
               10 ws-matricula-buscada pic 9(6).
               10 ws-nombre-fichero    pic x(40).
               10 ws-situacion-fichero pic x(30).
               10 ws-puntero           pic 999.
               10 ws-puntero-linea     pic 999.
               10 idx-candidato        pic 9(4).
               10 idx-hallado          pic 9(4).
               10 idx-archivo          pic 99.
               10 idx-boletin          pic 99.

           05 contadores-resumen.
               10 cnt-alumnos-leidos   pic 9(5)     value 0.
               10 cnt-seleccionados    pic 9(5)     value 0.
               10 cnt-ya-anonimos      pic 9(5)     value 0.
               10 cnt-retenidos        pic 9(5)     value 0.
               10 cnt-sin-fecha        pic 9(5)     value 0.
               10 cnt-cambios          pic 9(6)     value 0.
               10 cnt-cambios-total    pic 9(7)     value 0.
               10 cnt-no-disponibles   pic 9(4)     value 0.
               10 cnt-anotaciones      pic 9(5)     value 0.

       01 ws-ruta-promedio             pic x(80).
       01 ws-ruta-promedio-vigente     pic x(80).
       01 ws-ruta-pendientes           pic x(80).
       01 ws-ruta-boletin              pic x(80).
       01 ws-ruta-auditoria            pic x(80).

       01 ws-estado-alumnos            pic xx.
       01 ws-estado-resultados         pic xx.
       01 ws-estado-registro           pic xx.
       01 ws-estado-promedio           pic xx.
       01 ws-estado-csv                pic xx.
       01 ws-estado-pendientes         pic xx.
       01 ws-estado-rechazos           pic xx.
       01 ws-estado-boletin            pic xx.
       01 ws-estado-auditoria          pic xx.
       01 ws-estado-imagenes           pic xx.
       01 ws-estado-plan               pic xx.
       01 ws-estado-retencion          pic xx.
       01 ws-estado-operadores         pic xx.
       01 ws-estado-signon             pic xx.

       01 ws-signon-linea              pic x(80).

       01 ws-registro-linea            pic x(80).

       01 ws-csv-linea                 pic x(80).
       01 ws-csv-campos.
           05 ws-csv-matricula         pic x(6).
           05 ws-csv-periodo           pic x(6).
           05 ws-csv-nombre            pic x(12).
           05 ws-csv-apellido          pic x(12).

       01 ws-audit-linea               pic x(120).
       01 ws-aud-campos.
           05 ws-aud-fecha             pic x(8).
           05 ws-aud-hora              pic x(8).
           05 ws-aud-operador          pic x(20).
           05 ws-aud-matricula         pic x(6).
           05 ws-aud-nombre            pic x(12).
           05 ws-aud-apellido          pic x(12).
       01 cnt-aud-campos               pic 99.

       01 ws-imagen-resultado.
           05 img-matricula            pic x(6).
           05 filler                   pic x(14).
           05 img-nombre               pic x(12).
           05 img-apellido             pic x(12).
           05 filler                   pic x(42).

       01 ws-trim-origen               pic x(30).
       01 ws-trim-longitud             pic 99.

       01 tabla-candidatos.
           05 num-candidatos           pic 9(4)    value 0.
           05 detalle-candidato occurs 5000 times.
               10 tca-matricula        pic 9(6).
               10 tca-nombre           pic x(12).
               10 tca-apellido         pic x(12).
               10 tca-estado           pic x.
               10 tca-fecha            pic x(8).
               10 tca-seleccion        pic x.
               10 tca-previo           pic x.

       01 tabla-archivos.
           05 num-archivos             pic 99      value 0.
           05 tar-fecha occurs 20 times pic x(8).

       01 tabla-boletines.
           05 num-boletines            pic 99      value 0.
           05 tbo-ruta occurs 50 times pic x(80).

       01 ret-cabecera.
           05 filler                   pic x(39)
               value 'RETENCION DE DATOS PERSONALES - Fecha: '.
           05 ret-fecha                pic x(8).
           05 filler                   pic x(8)    value '  Modo: '.
           05 ret-modo                 pic x(12).
           05 filler                   pic x(13)   value spaces.

       01 ret-parametros.
           05 filler                   pic x(10)   value 'Operador: '.
           05 ret-id-oper              pic x(8).
           05 filler                   pic x(21)
               value '  Anos de retencion: '.
           05 ret-anos                 pic z9.
           05 filler                   pic x(18)
               value '  Fecha de corte: '.
           05 ret-corte                pic x(8).
           05 filler                   pic x(13)   value spaces.

       01 ret-columnas.
           05 filler                   pic x(10)   value 'Matricula'.
           05 filler                   pic x(13)   value 'Nombre'.
           05 filler                   pic x(13)   value 'Apellido'.
           05 filler                   pic x(4)    value 'Est'.
           05 filler                   pic x(12)   value 'Ultima act.'.
           05 filler                   pic x(20)   value 'Situacion'.
           05 filler                   pic x(8)    value spaces.

       01 ret-linea.
           05 ret-matricula            pic 9(6).
           05 filler                   pic x(4)    value spaces.
           05 ret-nombre               pic x(12).
           05 filler                   pic x       value space.
           05 ret-apellido             pic x(12).
           05 filler                   pic x       value space.
           05 ret-estado               pic x.
           05 filler                   pic x(3)    value spaces.
           05 ret-fecha-ref            pic x(8).
           05 filler                   pic x(4)    value spaces.
           05 ret-situacion            pic x(20).
           05 filler                   pic x(8)    value spaces.

       01 ret-columnas-ficheros.
           05 filler                   pic x(40)   value 'Fichero'.
           05 filler                   pic x(8)    value ' Cambios'.
           05 filler                   pic x(2)    value spaces.
           05 filler                   pic x(30)   value 'Situacion'.

       01 ret-linea-fichero.
           05 ret-fichero              pic x(40).
           05 filler                   pic x(2)    value spaces.
           05 ret-cambios              pic zzzzz9.
           05 filler                   pic x(2)    value spaces.
           05 ret-situacion-fichero    pic x(30).

       01 ret-resumen.
           05 ret-res-etiqueta         pic x(30).
           05 ret-res-valor            pic zzzz9.
           05 filler                   pic x(45)   value spaces.

       procedure division.
           perform inicio
           perform seleccionar-candidatos
           if modo-real and cnt-seleccionados > 0
               perform confirmar-anonimizacion
           end-if
           perform listar-candidatos
           if modo-real and cnt-seleccionados > 0
               perform anonimizar-ficheros
               perform anotar-retencion
           end-if
           perform fin
           perform mostrar-resumen
           goback.

       inicio.
           perform identificar-operador
           if ws-nivel-oper < 2
               perform registrar-autorizacion-denegada
               display 'Se requiere nivel supervisor para '
                   'ejecutar RetencionDatos'
               move 8 to return-code
               goback
           end-if
           accept ws-fecha-ejecucion from date yyyymmdd
           accept ws-anos-ent from environment "ANOS_RETENCION"
           if ws-anos-ent = spaces
               display 'Anos de retencion (vacio = '
                   cte-anos-defecto '): '
               accept ws-anos-ent
           end-if
           perform normalizar-anos
           display 'Solo listar los candidatos, sin anonimizar '
               '(S/N): '
           accept ws-simulacion-ent
           if ws-simulacion-ent = 'N' or ws-simulacion-ent = 'n'
               set modo-real to true
           else
               set modo-simulacion to true
           end-if
           accept ws-ruta-promedio from environment "RUTA_PROMEDIO"
           if ws-ruta-promedio = spaces
               display 'Ruta de salida para promedio.dat: '
               accept ws-ruta-promedio
           end-if
           move ws-ruta-promedio to ws-ruta-promedio-vigente
           set no-fin-fechas to true
           perform pedir-fecha-archivo until fin-fechas
           move ws-fecha-ejecucion to ws-fecha-corte
           subtract ws-anos-retencion from ws-corte-anio
           open i-o alumnos
           if ws-estado-alumnos not = '00'
               display 'No se puede abrir alumnos.dat: '
                   ws-estado-alumnos
               move 8 to return-code
               goback
           end-if
           open i-o resultados
           if ws-estado-resultados = '00'
               set resultados-disponible to true
           else
               set resultados-no-disponible to true
               display 'resultados.dat no disponible: '
                   ws-estado-resultados
           end-if.

       normalizar-anos.
           if ws-anos-ent (2:1) = space
               move ws-anos-ent (1:1) to ws-anos-ent (2:1)
               move '0' to ws-anos-ent (1:1)
           end-if
           if ws-anos-ent is numeric and ws-anos-ent not = '00'
               move ws-anos-ent to ws-anos-retencion
           else
               move cte-anos-defecto to ws-anos-retencion
           end-if.

       pedir-fecha-archivo.
           display 'Fecha de archivo historico YYYYMMDD a tratar '
               '(vacio = ninguna mas): '
           accept ws-fecha-archivo-ent
           if ws-fecha-archivo-ent = spaces
               set fin-fechas to true
           else
               if ws-fecha-archivo-ent is numeric
                   add 1 to num-archivos
                   move ws-fecha-archivo-ent to tar-fecha (num-archivos)
                   if num-archivos = cte-max-archivos
                       set fin-fechas to true
                   end-if
               else
                   display 'Fecha no valida: ' ws-fecha-archivo-ent
               end-if
           end-if.

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
               ' SIGNON RECHAZADO RetencionDatos'
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
               ' AUTORIZACION DENEGADA RetencionDatos'
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

       seleccionar-candidatos.
           set tabla-correcta to true
           set no-fin-fichero to true
           perform leer-alumno
           perform examinar-alumno until fin-fichero
           if tabla-desbordada
               display 'Mas de ' cte-max-candidatos ' alumnos '
                   'inactivos o graduados, no se tratan'
               move 8 to return-code
               goback
           end-if
           perform fechar-titulos
           perform decidir-candidato
               varying idx-candidato from 1 by 1
               until idx-candidato > num-candidatos.

       leer-alumno.
           read alumnos next
               at end set fin-fichero to true
           end-read.

       examinar-alumno.
           add 1 to cnt-alumnos-leidos
           if alumno-inactivo or alumno-graduado
               if num-candidatos < cte-max-candidatos
                   add 1 to num-candidatos
                   move matricula-alu to tca-matricula (num-candidatos)
                   move nombre-alu    to tca-nombre (num-candidatos)
                   move apellido-alu  to tca-apellido (num-candidatos)
                   move estado-alu    to tca-estado (num-candidatos)
                   move 'N' to tca-seleccion (num-candidatos)
                   if nombre-alu = cte-anonimo
                       and apellido-alu = cte-anonimo
                       move 'S' to tca-previo (num-candidatos)
                   else
                       move 'N' to tca-previo (num-candidatos)
                   end-if
                   move matricula-alu to ws-matricula-buscada
                   perform fechar-resultados
                   move ws-fecha-referencia
                       to tca-fecha (num-candidatos)
               else
                   set tabla-desbordada to true
               end-if
           end-if
           perform leer-alumno.

       fechar-resultados.
           move spaces to ws-fecha-referencia
           if resultados-disponible
               perform situar-resultados
               perform tomar-fecha-resultado until fin-resultados
           end-if.

       situar-resultados.
           move ws-matricula-buscada to matricula-res
           move low-values           to fecha-res
           start resultados key >= clave-res
               invalid key
                   set fin-resultados to true
               not invalid key
                   set no-fin-resultados to true
                   perform leer-resultado
           end-start.

       leer-resultado.
           read resultados next
               at end
                   set fin-resultados to true
               not at end
                   if matricula-res not = ws-matricula-buscada
                       set fin-resultados to true
                   end-if
           end-read.

       tomar-fecha-resultado.
           if fecha-res > ws-fecha-referencia
               move fecha-res to ws-fecha-referencia
           end-if
           perform leer-resultado.

       fechar-titulos.
           open input registro-titulos
           if ws-estado-registro = '00'
               set no-fin-fichero to true
               perform leer-titulo
               perform tomar-fecha-titulo until fin-fichero
               close registro-titulos
           end-if.

       leer-titulo.
           read registro-titulos
               at end set fin-fichero to true
           end-read.

       tomar-fecha-titulo.
           move matricula-tit to ws-matricula-buscada
           perform buscar-candidato
           if idx-hallado > 0
               if fecha-tit > tca-fecha (idx-hallado)
                   move fecha-tit to tca-fecha (idx-hallado)
               end-if
           end-if
           perform leer-titulo.

       decidir-candidato.
           evaluate true
               when tca-fecha (idx-candidato) = spaces
                   add 1 to cnt-sin-fecha
               when tca-fecha (idx-candidato) < ws-fecha-corte
                   move 'S' to tca-seleccion (idx-candidato)
                   add 1 to cnt-seleccionados
                   if tca-previo (idx-candidato) = 'S'
                       add 1 to cnt-ya-anonimos
                   end-if
               when other
                   add 1 to cnt-retenidos
           end-evaluate.

       buscar-candidato.
           move zero to idx-hallado
           perform comparar-candidato
               varying idx-candidato from 1 by 1
               until idx-candidato > num-candidatos
               or idx-hallado > 0.

       comparar-candidato.
           if tca-matricula (idx-candidato) = ws-matricula-buscada
               move idx-candidato to idx-hallado
           end-if.

       buscar-seleccionado.
           perform buscar-candidato
           if idx-hallado > 0
               if tca-seleccion (idx-hallado) not = 'S'
                   move zero to idx-hallado
               end-if
           end-if.

       confirmar-anonimizacion.
           display 'Fecha de corte ' ws-fecha-corte ': '
               cnt-seleccionados ' alumnos a anonimizar, '
               cnt-ya-anonimos ' ya anonimizados en alumnos.dat'
           display 'Confirmar la anonimizacion (S/N): '
           accept ws-confirmar-ent
           if ws-confirmar-ent not = 'S' and ws-confirmar-ent not = 's'
               display 'Anonimizacion cancelada, no se modifica nada'
               close alumnos
               if resultados-disponible
                   close resultados
               end-if
               move 4 to return-code
               goback
           end-if.

       listar-candidatos.
           open output informe-retencion
           move ws-fecha-ejecucion to ret-fecha
           if modo-simulacion
               move 'SIMULACION' to ret-modo
           else
               move 'ANONIMIZAR' to ret-modo
           end-if
           write informe-retencion-rec from ret-cabecera
           move ws-id-oper         to ret-id-oper
           move ws-anos-retencion  to ret-anos
           move ws-fecha-corte     to ret-corte
           write informe-retencion-rec from ret-parametros
               after advancing cte-una lines
           write informe-retencion-rec from ret-columnas
               after advancing 2 lines
           perform listar-candidato
               varying idx-candidato from 1 by 1
               until idx-candidato > num-candidatos.

       listar-candidato.
           if tca-seleccion (idx-candidato) = 'S'
               move tca-matricula (idx-candidato) to ret-matricula
               if modo-simulacion
                   move tca-nombre (idx-candidato)   to ret-nombre
                   move tca-apellido (idx-candidato) to ret-apellido
               else
                   move cte-anonimo to ret-nombre
                   move cte-anonimo to ret-apellido
               end-if
               move tca-estado (idx-candidato)    to ret-estado
               move tca-fecha (idx-candidato)     to ret-fecha-ref
               evaluate true
                   when tca-previo (idx-candidato) = 'S'
                       move 'YA ANONIMIZADO' to ret-situacion
                   when modo-simulacion
                       move 'A ANONIMIZAR' to ret-situacion
                   when other
                       move 'ANONIMIZADO' to ret-situacion
               end-evaluate
               write informe-retencion-rec from ret-linea
                   after advancing cte-una lines
           end-if.

       anonimizar-ficheros.
           write informe-retencion-rec from ret-columnas-ficheros
               after advancing 2 lines
           set fichero-vigente to true
           perform anonimizar-alumnos
           perform anonimizar-resultados
           move ws-ruta-promedio-vigente to ws-ruta-promedio
           perform anonimizar-promedio
           perform anonimizar-csv
           move 'pendientes.dat' to ws-ruta-pendientes
           perform anonimizar-pendientes
           perform anonimizar-rechazos
           perform cargar-boletines
           perform anonimizar-boletin-grupo
               varying idx-boletin from 1 by 1
               until idx-boletin > num-boletines
           move 'auditoria.log' to ws-ruta-auditoria
           perform anonimizar-auditoria
           perform anonimizar-imagenes
           set fichero-historico to true
           perform anonimizar-archivo
               varying idx-archivo from 1 by 1
               until idx-archivo > num-archivos.

       anotar-fichero.
           add cnt-cambios to cnt-cambios-total
           if fichero-historico
               and ws-situacion-fichero = 'NO DISPONIBLE'
               add 1 to cnt-no-disponibles
           end-if
           move ws-nombre-fichero    to ret-fichero
           move cnt-cambios          to ret-cambios
           move ws-situacion-fichero to ret-situacion-fichero
           write informe-retencion-rec from ret-linea-fichero
               after advancing cte-una lines.

       anonimizar-alumnos.
           move zero to cnt-cambios
           perform anonimizar-alumno
               varying idx-candidato from 1 by 1
               until idx-candidato > num-candidatos
           move 'alumnos.dat' to ws-nombre-fichero
           move 'ANONIMIZADO' to ws-situacion-fichero
           perform anotar-fichero.

       anonimizar-alumno.
           if tca-seleccion (idx-candidato) = 'S'
               and tca-previo (idx-candidato) = 'N'
               move tca-matricula (idx-candidato) to matricula-alu
               read alumnos
                   invalid key
                       continue
                   not invalid key
                       move cte-anonimo to nombre-alu
                       move cte-anonimo to apellido-alu
                       rewrite alumno-rec
                       add 1 to cnt-cambios
               end-read
           end-if.

       anonimizar-resultados.
           move zero to cnt-cambios
           if resultados-disponible
               perform anonimizar-resultados-alumno
                   varying idx-candidato from 1 by 1
                   until idx-candidato > num-candidatos
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move 'resultados.dat' to ws-nombre-fichero
           perform anotar-fichero.

       anonimizar-resultados-alumno.
           if tca-seleccion (idx-candidato) = 'S'
               move tca-matricula (idx-candidato)
                   to ws-matricula-buscada
               perform situar-resultados
               perform anonimizar-resultado until fin-resultados
           end-if.

       anonimizar-resultado.
           if nombre-res not = cte-anonimo
               or apellido-res not = cte-anonimo
               move cte-anonimo to nombre-res
               move cte-anonimo to apellido-res
               rewrite resultado-rec
               add 1 to cnt-cambios
           end-if
           perform leer-resultado.

       anonimizar-promedio.
           move zero to cnt-cambios
           open input promedio
           if ws-estado-promedio = '00'
               open output trabajo-promedio
               set no-fin-fichero to true
               perform leer-promedio
               perform tratar-promedio until fin-fichero
               close promedio
               close trabajo-promedio
               if cnt-cambios > 0
                   open input trabajo-promedio
                   open output promedio
                   set no-fin-trabajo to true
                   perform leer-trabajo-promedio
                   perform copiar-trabajo-promedio until fin-trabajo
                   close trabajo-promedio
                   close promedio
               end-if
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move ws-ruta-promedio to ws-nombre-fichero
           perform anotar-fichero.

       leer-promedio.
           read promedio
               at end set fin-fichero to true
           end-read.

       tratar-promedio.
           if promedio-rec (1:6) not = 'RUNHDR'
               and matricula-pro is numeric
               move matricula-pro to ws-matricula-buscada
               perform buscar-seleccionado
               if idx-hallado > 0
                   move cte-anonimo to nombre-pro
                   move cte-anonimo to apellido-pro
                   add 1 to cnt-cambios
               end-if
           end-if
           write trabajo-promedio-rec from promedio-rec
           perform leer-promedio.

       leer-trabajo-promedio.
           read trabajo-promedio
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-promedio.
           write promedio-rec from trabajo-promedio-rec
           perform leer-trabajo-promedio.

       anonimizar-csv.
           move zero to cnt-cambios
           open input promedio-csv
           if ws-estado-csv = '00'
               open output trabajo-csv
               set no-fin-fichero to true
               perform leer-csv
               perform tratar-csv until fin-fichero
               close promedio-csv
               close trabajo-csv
               if cnt-cambios > 0
                   open input trabajo-csv
                   open output promedio-csv
                   set no-fin-trabajo to true
                   perform leer-trabajo-csv
                   perform copiar-trabajo-csv until fin-trabajo
                   close trabajo-csv
                   close promedio-csv
               end-if
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move 'promedio.csv' to ws-nombre-fichero
           perform anotar-fichero.

       leer-csv.
           read promedio-csv
               at end set fin-fichero to true
           end-read.

       tratar-csv.
           if csv-rec (1:6) is numeric
               move csv-rec (1:6) to ws-matricula-buscada
               perform buscar-seleccionado
               if idx-hallado > 0
                   perform reescribir-csv
               end-if
           end-if
           write trabajo-csv-rec from csv-rec
           perform leer-csv.

       reescribir-csv.
           move spaces to ws-csv-campos
           move 1 to ws-puntero
           unstring csv-rec delimited by ','
               into ws-csv-matricula ws-csv-periodo
                    ws-csv-nombre ws-csv-apellido
               with pointer ws-puntero
           end-unstring
           move spaces to ws-csv-linea
           move 1 to ws-puntero-linea
           string
               ws-csv-matricula    delimited by size
               ','                 delimited by size
               ws-csv-periodo      delimited by space
               ','                 delimited by size
               cte-anonimo         delimited by space
               ','                 delimited by size
               cte-anonimo         delimited by space
               ','                 delimited by size
               into ws-csv-linea
               with pointer ws-puntero-linea
           end-string
           if ws-puntero < 81
               string
                   csv-rec (ws-puntero:) delimited by size
                   into ws-csv-linea
                   with pointer ws-puntero-linea
               end-string
           end-if
           move ws-csv-linea to csv-rec
           add 1 to cnt-cambios.

       leer-trabajo-csv.
           read trabajo-csv
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-csv.
           write csv-rec from trabajo-csv-rec
           perform leer-trabajo-csv.

       anonimizar-pendientes.
           move zero to cnt-cambios
           open input pendientes
           if ws-estado-pendientes = '00'
               open output trabajo-pendientes
               set no-fin-fichero to true
               perform leer-pendiente
               perform tratar-pendiente until fin-fichero
               close pendientes
               close trabajo-pendientes
               if cnt-cambios > 0
                   open input trabajo-pendientes
                   open output pendientes
                   set no-fin-trabajo to true
                   perform leer-trabajo-pendiente
                   perform copiar-trabajo-pendiente until fin-trabajo
                   close trabajo-pendientes
                   close pendientes
               end-if
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move ws-ruta-pendientes to ws-nombre-fichero
           perform anotar-fichero.

       leer-pendiente.
           read pendientes
               at end set fin-fichero to true
           end-read.

       tratar-pendiente.
           if matricula-pen is numeric
               move matricula-pen to ws-matricula-buscada
               perform buscar-seleccionado
               if idx-hallado > 0
                   move cte-anonimo to nombre-pen
                   move cte-anonimo to apellido-pen
                   add 1 to cnt-cambios
               end-if
           end-if
           write trabajo-pendiente-rec from pendiente-rec
           perform leer-pendiente.

       leer-trabajo-pendiente.
           read trabajo-pendientes
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-pendiente.
           write pendiente-rec from trabajo-pendiente-rec
           perform leer-trabajo-pendiente.

       anonimizar-rechazos.
           move zero to cnt-cambios
           open input rechazos
           if ws-estado-rechazos = '00'
               open output trabajo-rechazos
               set no-fin-fichero to true
               perform leer-rechazo
               perform tratar-rechazo until fin-fichero
               close rechazos
               close trabajo-rechazos
               if cnt-cambios > 0
                   open input trabajo-rechazos
                   open output rechazos
                   set no-fin-trabajo to true
                   perform leer-trabajo-rechazo
                   perform copiar-trabajo-rechazo until fin-trabajo
                   close trabajo-rechazos
                   close rechazos
               end-if
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move 'rechazos.txt' to ws-nombre-fichero
           perform anotar-fichero.

       leer-rechazo.
           read rechazos
               at end set fin-fichero to true
           end-read.

       tratar-rechazo.
           if matricula-rch is numeric
               move matricula-rch to ws-matricula-buscada
               perform buscar-seleccionado
               if idx-hallado > 0
                   move cte-anonimo to nombre-rch
                   move cte-anonimo to apellido-rch
                   add 1 to cnt-cambios
               end-if
           end-if
           write trabajo-rechazo-rec from rechazo-rec
           perform leer-rechazo.

       leer-trabajo-rechazo.
           read trabajo-rechazos
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-rechazo.
           write rechazo-rec from trabajo-rechazo-rec
           perform leer-trabajo-rechazo.

       cargar-boletines.
           move 1 to num-boletines
           move 'boletin.txt' to tbo-ruta (1)
           open input plan-noche
           if ws-estado-plan = '00'
               set no-fin-fichero to true
               perform leer-plan
               perform anotar-boletin-grupo until fin-fichero
               close plan-noche
           end-if.

       leer-plan.
           read plan-noche
               at end set fin-fichero to true
           end-read.

       anotar-boletin-grupo.
           if pl-grupo not = spaces
               and num-boletines < cte-max-boletines
               add 1 to num-boletines
               move pl-grupo to ws-trim-origen
               perform calcular-longitud-trim
               move spaces to tbo-ruta (num-boletines)
               string
                   'boletin-'          delimited by size
                   ws-trim-origen (1:ws-trim-longitud)
                                       delimited by size
                   '.txt'              delimited by size
                   into tbo-ruta (num-boletines)
               end-string
           end-if
           perform leer-plan.

       anonimizar-boletin-grupo.
           move tbo-ruta (idx-boletin) to ws-ruta-boletin
           perform anonimizar-boletin.

       anonimizar-boletin.
           move zero to cnt-cambios
           open input boletin
           if ws-estado-boletin = '00'
               open output trabajo-boletin
               set no-fin-fichero to true
               perform leer-boletin
               perform tratar-boletin until fin-fichero
               close boletin
               close trabajo-boletin
               if cnt-cambios > 0
                   open input trabajo-boletin
                   open output boletin
                   set no-fin-trabajo to true
                   perform leer-trabajo-boletin
                   perform copiar-trabajo-boletin until fin-trabajo
                   close trabajo-boletin
                   close boletin
               end-if
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move ws-ruta-boletin to ws-nombre-fichero
           perform anotar-fichero.

       leer-boletin.
           read boletin
               at end set fin-fichero to true
           end-read.

       tratar-boletin.
           if boletin-rec (1:8) = 'Alumno: '
               and boletin-rec (9:6) is numeric
               move boletin-rec (9:6) to ws-matricula-buscada
               perform buscar-seleccionado
               if idx-hallado > 0
                   move cte-anonimo to boletin-rec (16:12)
                   move cte-anonimo to boletin-rec (29:12)
                   add 1 to cnt-cambios
               end-if
           end-if
           write trabajo-boletin-rec from boletin-rec
           perform leer-boletin.

       leer-trabajo-boletin.
           read trabajo-boletin
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-boletin.
           write boletin-rec from trabajo-boletin-rec
           perform leer-trabajo-boletin.

       anonimizar-auditoria.
           move zero to cnt-cambios
           open input auditoria
           if ws-estado-auditoria = '00'
               open output trabajo-auditoria
               set no-fin-fichero to true
               perform leer-auditoria
               perform tratar-auditoria until fin-fichero
               close auditoria
               close trabajo-auditoria
               if cnt-cambios > 0
                   open input trabajo-auditoria
                   open output auditoria
                   set no-fin-trabajo to true
                   perform leer-trabajo-auditoria
                   perform copiar-trabajo-auditoria until fin-trabajo
                   close trabajo-auditoria
                   close auditoria
               end-if
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move ws-ruta-auditoria to ws-nombre-fichero
           perform anotar-fichero.

       leer-auditoria.
           read auditoria
               at end set fin-fichero to true
           end-read.

       tratar-auditoria.
           move spaces to ws-aud-campos
           move zero to cnt-aud-campos
           move 1 to ws-puntero
           unstring auditoria-rec delimited by all space
               into ws-aud-fecha ws-aud-hora ws-aud-operador
                    ws-aud-matricula ws-aud-nombre ws-aud-apellido
               with pointer ws-puntero
               tallying in cnt-aud-campos
           end-unstring
           if cnt-aud-campos = 6
               and ws-aud-matricula is numeric
               move ws-aud-matricula to ws-matricula-buscada
               perform buscar-seleccionado
               if idx-hallado > 0
                   perform reescribir-auditoria
               end-if
           end-if
           write trabajo-auditoria-rec from auditoria-rec
           perform leer-auditoria.

       reescribir-auditoria.
           move spaces to ws-audit-linea
           move 1 to ws-puntero-linea
           string
               ws-aud-fecha        delimited by size
               ' '                 delimited by size
               ws-aud-hora         delimited by space
               ' '                 delimited by size
               ws-aud-operador     delimited by space
               ' '                 delimited by size
               ws-aud-matricula    delimited by size
               ' '                 delimited by size
               cte-anonimo         delimited by space
               ' '                 delimited by size
               cte-anonimo         delimited by space
               into ws-audit-linea
               with pointer ws-puntero-linea
           end-string
           if ws-puntero < 121
               string
                   ' '                     delimited by size
                   auditoria-rec (ws-puntero:)
                                           delimited by size
                   into ws-audit-linea
                   with pointer ws-puntero-linea
               end-string
           end-if
           move ws-audit-linea to auditoria-rec
           add 1 to cnt-cambios.

       leer-trabajo-auditoria.
           read trabajo-auditoria
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-auditoria.
           write auditoria-rec from trabajo-auditoria-rec
           perform leer-trabajo-auditoria.

       anonimizar-imagenes.
           move zero to cnt-cambios
           open input imagenes
           if ws-estado-imagenes = '00'
               open output trabajo-imagenes
               set no-fin-fichero to true
               perform leer-imagen
               perform tratar-imagen until fin-fichero
               close imagenes
               close trabajo-imagenes
               if cnt-cambios > 0
                   open input trabajo-imagenes
                   open output imagenes
                   set no-fin-trabajo to true
                   perform leer-trabajo-imagen
                   perform copiar-trabajo-imagen until fin-trabajo
                   close trabajo-imagenes
                   close imagenes
               end-if
               move 'ANONIMIZADO' to ws-situacion-fichero
           else
               move 'NO DISPONIBLE' to ws-situacion-fichero
           end-if
           move 'imagenes.dat' to ws-nombre-fichero
           perform anotar-fichero.

       leer-imagen.
           read imagenes
               at end set fin-fichero to true
           end-read.

       tratar-imagen.
           if fichero-img = 'RES'
               move antes-img to ws-imagen-resultado
               perform anonimizar-imagen-resultado
               move ws-imagen-resultado to antes-img
               move despues-img to ws-imagen-resultado
               perform anonimizar-imagen-resultado
               move ws-imagen-resultado to despues-img
           end-if
           write trabajo-imagen-rec from imagen-rec
           perform leer-imagen.

       anonimizar-imagen-resultado.
           if img-matricula is numeric
               move img-matricula to ws-matricula-buscada
               perform buscar-seleccionado
               if idx-hallado > 0
                   move cte-anonimo to img-nombre
                   move cte-anonimo to img-apellido
                   add 1 to cnt-cambios
               end-if
           end-if.

       leer-trabajo-imagen.
           read trabajo-imagenes
               at end set fin-trabajo to true
           end-read.

       copiar-trabajo-imagen.
           write imagen-rec from trabajo-imagen-rec
           perform leer-trabajo-imagen.

       anonimizar-archivo.
           move spaces to ws-ruta-promedio
           string
               'promhist-'              delimited by size
               tar-fecha (idx-archivo)  delimited by size
               '.dat'                   delimited by size
               into ws-ruta-promedio
           end-string
           perform anonimizar-promedio
           move spaces to ws-ruta-auditoria
           string
               'audithist-'             delimited by size
               tar-fecha (idx-archivo)  delimited by size
               '.log'                   delimited by size
               into ws-ruta-auditoria
           end-string
           perform anonimizar-auditoria
           move spaces to ws-ruta-pendientes
           string
               'pendhist-'              delimited by size
               tar-fecha (idx-archivo)  delimited by size
               '.dat'                   delimited by size
               into ws-ruta-pendientes
           end-string
           perform anonimizar-pendientes.

       anotar-retencion.
           open extend registro-retencion
           if ws-estado-retencion = '35'
               open output registro-retencion
           end-if
           move ws-operador to ws-trim-origen
           perform calcular-longitud-trim
           perform anotar-retencion-alumno
               varying idx-candidato from 1 by 1
               until idx-candidato > num-candidatos
           close registro-retencion.

       anotar-retencion-alumno.
           if tca-seleccion (idx-candidato) = 'S'
               and tca-previo (idx-candidato) = 'N'
               accept ws-hora-ejecucion from time
               move spaces to ws-registro-linea
               string
                   ws-fecha-ejecucion  delimited by size
                   ' '                 delimited by size
                   ws-hora-ejecucion   delimited by size
                   ' '                 delimited by size
                   ws-trim-origen (1:ws-trim-longitud)
                                       delimited by size
                   ' '                 delimited by size
                   tca-matricula (idx-candidato)
                                       delimited by size
                   ' ANONIMIZADO corte '
                                       delimited by size
                   ws-fecha-corte      delimited by size
                   ' ultima actividad '
                                       delimited by size
                   tca-fecha (idx-candidato)
                                       delimited by size
                   into ws-registro-linea
               end-string
               move ws-registro-linea to registro-retencion-rec
               write registro-retencion-rec
                   after advancing cte-una lines
               add 1 to cnt-anotaciones
           end-if.

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

       fin.
           move 'Alumnos leidos              :' to ret-res-etiqueta
           move cnt-alumnos-leidos to ret-res-valor
           write informe-retencion-rec from ret-resumen
               after advancing 2 lines
           move 'Fuera del plazo de retencion:' to ret-res-etiqueta
           move cnt-seleccionados to ret-res-valor
           write informe-retencion-rec from ret-resumen
               after advancing cte-una lines
           move 'Ya anonimizados             :' to ret-res-etiqueta
           move cnt-ya-anonimos to ret-res-valor
           write informe-retencion-rec from ret-resumen
               after advancing cte-una lines
           move 'Dentro del plazo            :' to ret-res-etiqueta
           move cnt-retenidos to ret-res-valor
           write informe-retencion-rec from ret-resumen
               after advancing cte-una lines
           move 'Sin fecha de actividad      :' to ret-res-etiqueta
           move cnt-sin-fecha to ret-res-valor
           write informe-retencion-rec from ret-resumen
               after advancing cte-una lines
           if modo-real
               move 'Anotaciones en retencion.log:'
                   to ret-res-etiqueta
               move cnt-anotaciones to ret-res-valor
               write informe-retencion-rec from ret-resumen
                   after advancing cte-una lines
           end-if
           close informe-retencion
           close alumnos
           if resultados-disponible
               close resultados
           end-if
           if cnt-no-disponibles > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if.

       mostrar-resumen.
           display 'Retencion de datos personales'
           display '_____________________________'.
           if modo-simulacion
               display 'Modo                 : SIMULACION'
           else
               display 'Modo                 : ANONIMIZAR'
           end-if
           display 'Fecha de corte       : ' ws-fecha-corte.
           display 'Alumnos leidos       : ' cnt-alumnos-leidos.
           display 'Fuera de plazo       : ' cnt-seleccionados.
           display 'Ya anonimizados      : ' cnt-ya-anonimos.
           display 'Dentro del plazo     : ' cnt-retenidos.
           display 'Sin fecha actividad  : ' cnt-sin-fecha.
           if modo-real
               display 'Registros modificados: ' cnt-cambios-total
               display 'Anotaciones en log   : ' cnt-anotaciones
               if cnt-no-disponibles > 0
                   display 'AVISO: ' cnt-no-disponibles
                       ' ficheros historicos no disponibles'
               end-if
           end-if
           display 'Informe escrito en retencion.rpt'.
           display ' '.

       end program RetencionDatos.
