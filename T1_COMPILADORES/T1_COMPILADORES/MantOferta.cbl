       program-id. MantOferta as "T1_COMPILADORES.MantOferta".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select oferta assign "oferta.dat"
               organization is indexed
               access mode is random
               record key is clave-ofe
               file status is ws-estado-oferta.

           select curriculum assign "curriculum.dat"
               organization is indexed
               access mode is random
               record key is codigo-curr
               file status is ws-estado-curriculum.

           select auditoria-ofe assign "ofermnt.log"
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
       fd oferta.
       01 oferta-rec.
               05 clave-ofe.
                   10 periodo-ofe       pic 9(6).
                   10 codigo-ofe        pic x(6).
                   10 grupo-ofe         pic x(8).
               05 profesor-ofe          pic x(30).
               05 previstos-ofe         pic 9(4).

       fd curriculum.
       01 curriculum-rec.
               05 codigo-curr           pic x(6).
               05 creditos-oficiales    pic 9.
               05 titulo-curr           pic x(30).
               05 prerequisitos-curr.
                   10 prereq-curr occurs 3 times pic x(6).

       fd auditoria-ofe.
       01 auditoria-ofe-rec        pic x(100).

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
               10 ws-periodo-ent       pic 9(6).
               10 ws-codigo-ent        pic x(6).
               10 ws-grupo-ent         pic x(8).
               10 ws-profesor-ent      pic x(30).
               10 ws-previstos-ent     pic 9(4).
               10 ws-accion            pic x(6).
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-hora-ejecucion    pic x(8).
               10 ws-operador          pic x(20).

       01 ws-estado-oferta             pic xx.
       01 ws-estado-curriculum         pic xx.
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
           open i-o oferta
           if ws-estado-oferta = '35'
               open output oferta
               close oferta
               open i-o oferta
           end-if
           open input curriculum
           if ws-estado-curriculum not = '00'
               display 'No se puede abrir curriculum.dat: '
                   ws-estado-curriculum
               goback
           end-if
           open extend auditoria-ofe
           if ws-estado-auditoria = '35'
               open output auditoria-ofe
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
               ' SIGNON RECHAZADO MantOferta'
                                   delimited by size
               into ws-signon-linea
           end-string
           move ws-signon-linea to signon-rec
           write signon-rec
               after advancing cte-una lines
           close signon.

       proceso.
           display ' '
           display 'Mantenimiento de la oferta de cursos'
           display '____________________________________'
           display 'A - Alta de oferta'
           display 'M - Modificacion de oferta'
           display 'B - Baja de oferta'
           display 'S - Salir'
           display 'Opcion: '
           accept ws-opcion
           evaluate ws-opcion
               when 'A'
               when 'a'
                   perform alta-oferta
               when 'M'
               when 'm'
                   perform modificar-oferta
               when 'B'
               when 'b'
                   perform baja-oferta
               when 'S'
               when 's'
                   set fin-programa to true
               when other
                   display 'Opcion no valida'
           end-evaluate.

       alta-oferta.
           perform pedir-clave-oferta
           move ws-codigo-ent to codigo-curr
           read curriculum
               invalid key
                   display 'Curso no existe en el curriculum: '
                       ws-codigo-ent
               not invalid key
                   perform alta-oferta-curso
           end-read.

       alta-oferta-curso.
           perform pasar-clave-oferta
           read oferta
               invalid key
                   display 'Curso: ' titulo-curr
                   perform pedir-datos-oferta
                   perform pasar-clave-oferta
                   move ws-profesor-ent  to profesor-ofe
                   move ws-previstos-ent to previstos-ofe
                   write oferta-rec
                       invalid key
                           display 'Error al grabar oferta: '
                               ws-estado-oferta
                       not invalid key
                           move 'ALTA' to ws-accion
                           perform escribir-auditoria-ofe
                           display 'Oferta dada de alta: '
                               periodo-ofe ' ' codigo-ofe ' '
                               grupo-ofe
                   end-write
               not invalid key
                   display 'La oferta ya existe: ' periodo-ofe ' '
                       codigo-ofe ' ' grupo-ofe
           end-read.

       modificar-oferta.
           perform pedir-clave-oferta
           perform pasar-clave-oferta
           read oferta
               invalid key
                   display 'Oferta no encontrada: ' ws-periodo-ent
                       ' ' ws-codigo-ent ' ' ws-grupo-ent
               not invalid key
                   display 'Profesor actual  : ' profesor-ofe
                   display 'Previstos actual : ' previstos-ofe
                   perform pedir-datos-oferta
                   move ws-profesor-ent  to profesor-ofe
                   move ws-previstos-ent to previstos-ofe
                   rewrite oferta-rec
                       invalid key
                           display 'Error al regrabar oferta: '
                               ws-estado-oferta
                       not invalid key
                           move 'CAMBIO' to ws-accion
                           perform escribir-auditoria-ofe
                           display 'Oferta actualizada: '
                               periodo-ofe ' ' codigo-ofe ' '
                               grupo-ofe
                   end-rewrite
           end-read.

       baja-oferta.
           if ws-nivel-oper < 2
               display 'Solo un supervisor puede dar bajas '
                   'de oferta'
           else
               perform baja-oferta-autorizada
           end-if.

       baja-oferta-autorizada.
           perform pedir-clave-oferta
           perform pasar-clave-oferta
           read oferta
               invalid key
                   display 'Oferta no encontrada: ' ws-periodo-ent
                       ' ' ws-codigo-ent ' ' ws-grupo-ent
               not invalid key
                   delete oferta
                       invalid key
                           display 'Error al borrar oferta: '
                               ws-estado-oferta
                       not invalid key
                           move 'BAJA' to ws-accion
                           perform escribir-auditoria-ofe
                           display 'Oferta dada de baja: '
                               ws-periodo-ent ' ' ws-codigo-ent ' '
                               ws-grupo-ent
                   end-delete
           end-read.

       pedir-clave-oferta.
           display 'Periodo: '
           accept ws-periodo-ent
           display 'Codigo de curso: '
           accept ws-codigo-ent
           display 'Grupo (vacio = sin grupo): '
           accept ws-grupo-ent.

       pasar-clave-oferta.
           move ws-periodo-ent to periodo-ofe
           move ws-codigo-ent  to codigo-ofe
           move ws-grupo-ent   to grupo-ofe.

       pedir-datos-oferta.
           display 'Profesor responsable: '
           accept ws-profesor-ent
           display 'Matricula prevista: '
           accept ws-previstos-ent.

       escribir-auditoria-ofe.
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
               ws-accion           delimited by space
               ' '                 delimited by size
               ws-periodo-ent      delimited by size
               ' '                 delimited by size
               ws-codigo-ent       delimited by size
               ' '                 delimited by size
               ws-grupo-ent        delimited by size
               into ws-audit-linea
           end-string
           move ws-audit-linea to auditoria-ofe-rec
           write auditoria-ofe-rec
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
           close oferta
           close curriculum
           close auditoria-ofe.

       end program MantOferta.
