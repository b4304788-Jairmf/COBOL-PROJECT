       program-id. MantTarifas as "T1_COMPILADORES.MantTarifas".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select tarifas assign "tarifas.dat"
               organization is indexed
               access mode is random
               record key is programa-tar
               file status is ws-estado-tarifas.

           select auditoria-tar assign "tarifmnt.log"
               organization is sequential
               file status is ws-estado-auditoria.

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
       fd tarifas.
       01 tarifa-rec.
               05 programa-tar          pic x(10).
               05 precios-tar.
                   10 precio-credito-tar occurs 4 times pic 9(4)v99.

       fd auditoria-tar.
       01 auditoria-tar-rec        pic x(100).

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

           05 sw-programa               pic x.
               88 fin-programa                     value 'f'.
               88 no-fin-programa                  value 'n'.

           05 sw-signon                 pic x.
               88 signon-valido                    value 'v'.
               88 signon-invalido                  value 'i'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.

           05 variables-auxiliares.
               10 ws-opcion            pic x.
               10 ws-programa-ent      pic x(10).
               10 ws-precio-ent occurs 4 times pic 9(4)v99.
               10 idx-precio           pic 9.
               10 ws-accion            pic x(6).
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-hora-ejecucion    pic x(8).
               10 ws-operador          pic x(20).

       01 ws-estado-tarifas            pic xx.
       01 ws-estado-auditoria          pic xx.
       01 ws-estado-operadores         pic xx.
       01 ws-estado-signon             pic xx.

       01 ws-audit-linea               pic x(100).

       01 ws-signon-linea              pic x(80).

       01 ws-trim-origen               pic x(30).
       01 ws-trim-longitud             pic 99.

       procedure division.
           perform inicio
           perform proceso until fin-programa
           perform fin
           goback.

       inicio.
           perform identificar-operador
           open i-o tarifas
           if ws-estado-tarifas = '35'
               open output tarifas
               close tarifas
               open i-o tarifas
           end-if
           open extend auditoria-tar
           if ws-estado-auditoria = '35'
               open output auditoria-tar
           end-if
           set no-fin-programa to true.

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
           open extend signon
           if ws-estado-signon = '35'
               open output signon
           end-if
           accept ws-fecha-ejecucion from date yyyymmdd
           accept ws-hora-ejecucion from time
           string
               ws-fecha-ejecucion  delimited by size
               ' '                 delimited by size
               ws-hora-ejecucion   delimited by size
               ' '                 delimited by size
               ws-id-oper          delimited by size
               ' SIGNON RECHAZADO MantTarifas'
                                   delimited by size
               into ws-signon-linea
           end-string
           move ws-signon-linea to signon-rec
           write signon-rec
               after advancing cte-una lines
           close signon.

       proceso.
           display ' '
           display 'Mantenimiento de tarifas de matricula'
           display '_____________________________________'
           display 'A - Alta de tarifa'
           display 'M - Modificacion de tarifa'
           display 'B - Baja de tarifa'
           display 'S - Salir'
           display 'Opcion: '
           accept ws-opcion
           evaluate ws-opcion
               when 'A'
               when 'a'
                   perform alta-tarifa
               when 'M'
               when 'm'
                   perform modificar-tarifa
               when 'B'
               when 'b'
                   perform baja-tarifa
               when 'S'
               when 's'
                   set fin-programa to true
               when other
                   display 'Opcion no valida'
           end-evaluate.

       alta-tarifa.
           perform pedir-programa
           move ws-programa-ent to programa-tar
           read tarifas
               invalid key
                   perform pedir-precios
                   move ws-programa-ent to programa-tar
                   perform pasar-precio
                       varying idx-precio from 1 by 1
                       until idx-precio > 4
                   write tarifa-rec
                       invalid key
                           display 'Error al grabar tarifa: '
                               ws-estado-tarifas
                       not invalid key
                           move 'ALTA' to ws-accion
                           perform escribir-auditoria-tar
                           display 'Tarifa dada de alta: '
                               programa-tar
                   end-write
               not invalid key
                   display 'La tarifa ya existe: ' programa-tar
           end-read.

       modificar-tarifa.
           perform pedir-programa
           move ws-programa-ent to programa-tar
           read tarifas
               invalid key
                   display 'Tarifa no encontrada: ' ws-programa-ent
               not invalid key
                   display 'Tarifa actual del programa ' programa-tar
                   perform mostrar-precio
                       varying idx-precio from 1 by 1
                       until idx-precio > 4
                   perform pedir-precios
                   perform pasar-precio
                       varying idx-precio from 1 by 1
                       until idx-precio > 4
                   rewrite tarifa-rec
                       invalid key
                           display 'Error al regrabar tarifa: '
                               ws-estado-tarifas
                       not invalid key
                           move 'CAMBIO' to ws-accion
                           perform escribir-auditoria-tar
                           display 'Tarifa actualizada: '
                               programa-tar
                   end-rewrite
           end-read.

       baja-tarifa.
           if ws-nivel-oper < 2
               display 'Solo un supervisor puede dar bajas '
                   'de tarifa'
           else
               perform baja-tarifa-autorizada
           end-if.

       baja-tarifa-autorizada.
           perform pedir-programa
           move ws-programa-ent to programa-tar
           read tarifas
               invalid key
                   display 'Tarifa no encontrada: ' ws-programa-ent
               not invalid key
                   delete tarifas
                       invalid key
                           display 'Error al borrar tarifa: '
                               ws-estado-tarifas
                       not invalid key
                           move 'BAJA' to ws-accion
                           perform escribir-auditoria-tar
                           display 'Tarifa dada de baja: '
                               ws-programa-ent
                   end-delete
           end-read.

       pedir-programa.
           display 'Codigo de programa: '
           accept ws-programa-ent.

       pedir-precios.
           perform pedir-precio
               varying idx-precio from 1 by 1
               until idx-precio > 4.

       pedir-precio.
           if idx-precio < 4
               display 'Precio por credito, matricula ' idx-precio
                   ': '
           else
               display 'Precio por credito, matricula 4 '
                   'y sucesivas: '
           end-if
           accept ws-precio-ent (idx-precio).

       mostrar-precio.
           display 'Matricula ' idx-precio ': '
               precio-credito-tar (idx-precio).

       pasar-precio.
           move ws-precio-ent (idx-precio)
               to precio-credito-tar (idx-precio).

       escribir-auditoria-tar.
           accept ws-fecha-ejecucion from date yyyymmdd
           accept ws-hora-ejecucion from time
           move ws-operador to ws-trim-origen
           perform calcular-longitud-trim
           string
               ws-fecha-ejecucion  delimited by size
               ' '                 delimited by size
               ws-hora-ejecucion   delimited by size
               ' '                 delimited by size
               ws-trim-origen (1:ws-trim-longitud)
                                   delimited by size
               ' '                 delimited by size
               ws-accion           delimited by space
               ' '                 delimited by size
               ws-programa-ent     delimited by size
               into ws-audit-linea
           end-string
           move ws-audit-linea to auditoria-tar-rec
           write auditoria-tar-rec
               after advancing cte-una lines.

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
           close tarifas
           close auditoria-tar.

       end program MantTarifas.
