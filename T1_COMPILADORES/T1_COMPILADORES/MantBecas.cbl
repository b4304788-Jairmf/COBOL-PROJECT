       program-id. MantBecas as "T1_COMPILADORES.MantBecas".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select becas assign "becas.dat"
               organization is indexed
               access mode is random
               record key is codigo-bec
               file status is ws-estado-becas.

           select auditoria-bec assign "becamnt.log"
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

       fd auditoria-bec.
       01 auditoria-bec-rec        pic x(100).

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
               10 ws-codigo-ent        pic x(6).
               10 ws-descripcion-ent   pic x(30).
               10 ws-nota-min-ent      pic 99v99.
               10 ws-creditos-min-ent  pic 99.
               10 ws-programa-ent occurs 5 times pic x(10).
               10 ws-cohorte-ent occurs 5 times pic x(6).
               10 idx-regla            pic 9.
               10 ws-accion            pic x(6).
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-hora-ejecucion    pic x(8).
               10 ws-operador          pic x(20).

       01 ws-estado-becas              pic xx.
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
           open i-o becas
           if ws-estado-becas = '35'
               open output becas
               close becas
               open i-o becas
           end-if
           open extend auditoria-bec
           if ws-estado-auditoria = '35'
               open output auditoria-bec
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
               ' SIGNON RECHAZADO MantBecas'
                                   delimited by size
               into ws-signon-linea
           end-string
           move ws-signon-linea to signon-rec
           write signon-rec
               after advancing cte-una lines
           close signon.

       proceso.
           display ' '
           display 'Mantenimiento de reglas de becas'
           display '________________________________'
           display 'A - Alta de beca'
           display 'M - Modificacion de beca'
           display 'B - Baja de beca'
           display 'S - Salir'
           display 'Opcion: '
           accept ws-opcion
           evaluate ws-opcion
               when 'A'
               when 'a'
                   perform alta-beca
               when 'M'
               when 'm'
                   perform modificar-beca
               when 'B'
               when 'b'
                   perform baja-beca
               when 'S'
               when 's'
                   set fin-programa to true
               when other
                   display 'Opcion no valida'
           end-evaluate.

       alta-beca.
           perform pedir-codigo
           move ws-codigo-ent to codigo-bec
           read becas
               invalid key
                   perform pedir-reglas
                   move ws-codigo-ent to codigo-bec
                   perform pasar-reglas
                   write beca-rec
                       invalid key
                           display 'Error al grabar beca: '
                               ws-estado-becas
                       not invalid key
                           move 'ALTA' to ws-accion
                           perform escribir-auditoria-bec
                           display 'Beca dada de alta: ' codigo-bec
                   end-write
               not invalid key
                   display 'La beca ya existe: ' codigo-bec
           end-read.

       modificar-beca.
           perform pedir-codigo
           move ws-codigo-ent to codigo-bec
           read becas
               invalid key
                   display 'Beca no encontrada: ' ws-codigo-ent
               not invalid key
                   display 'Beca actual: ' codigo-bec ' '
                       descripcion-bec
                   display 'Nota media minima : ' nota-min-bec
                   display 'Creditos minimos  : ' creditos-min-bec
                   perform mostrar-regla
                       varying idx-regla from 1 by 1
                       until idx-regla > 5
                   perform pedir-reglas
                   perform pasar-reglas
                   rewrite beca-rec
                       invalid key
                           display 'Error al regrabar beca: '
                               ws-estado-becas
                       not invalid key
                           move 'CAMBIO' to ws-accion
                           perform escribir-auditoria-bec
                           display 'Beca actualizada: ' codigo-bec
                   end-rewrite
           end-read.

       baja-beca.
           if ws-nivel-oper < 2
               display 'Solo un supervisor puede dar bajas de beca'
           else
               perform baja-beca-autorizada
           end-if.

       baja-beca-autorizada.
           perform pedir-codigo
           move ws-codigo-ent to codigo-bec
           read becas
               invalid key
                   display 'Beca no encontrada: ' ws-codigo-ent
               not invalid key
                   delete becas
                       invalid key
                           display 'Error al borrar beca: '
                               ws-estado-becas
                       not invalid key
                           move 'BAJA' to ws-accion
                           perform escribir-auditoria-bec
                           display 'Beca dada de baja: '
                               ws-codigo-ent
                   end-delete
           end-read.

       pedir-codigo.
           display 'Codigo de beca: '
           accept ws-codigo-ent.

       pedir-reglas.
           display 'Descripcion: '
           accept ws-descripcion-ent
           display 'Nota media minima (99.99): '
           accept ws-nota-min-ent
           display 'Creditos aprobados minimos en el periodo: '
           accept ws-creditos-min-ent
           display 'Programas admitidos (vacio = todos)'
           perform pedir-programa
               varying idx-regla from 1 by 1
               until idx-regla > 5
           display 'Cohortes admitidas (vacio = todas)'
           perform pedir-cohorte
               varying idx-regla from 1 by 1
               until idx-regla > 5.

       pedir-programa.
           display '  Programa ' idx-regla ': '
           accept ws-programa-ent (idx-regla).

       pedir-cohorte.
           display '  Cohorte ' idx-regla ': '
           accept ws-cohorte-ent (idx-regla).

       mostrar-regla.
           display 'Programa ' idx-regla ': ' programa-bec (idx-regla)
               '  Cohorte ' idx-regla ': ' cohorte-bec (idx-regla).

       pasar-reglas.
           move ws-descripcion-ent  to descripcion-bec
           move ws-nota-min-ent     to nota-min-bec
           move ws-creditos-min-ent to creditos-min-bec
           perform pasar-regla
               varying idx-regla from 1 by 1
               until idx-regla > 5.

       pasar-regla.
           move ws-programa-ent (idx-regla) to programa-bec (idx-regla)
           move ws-cohorte-ent (idx-regla)  to cohorte-bec (idx-regla).

       escribir-auditoria-bec.
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
               ws-codigo-ent       delimited by size
               into ws-audit-linea
           end-string
           move ws-audit-linea to auditoria-bec-rec
           write auditoria-bec-rec
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
           close becas
           close auditoria-bec.

       end program MantBecas.
