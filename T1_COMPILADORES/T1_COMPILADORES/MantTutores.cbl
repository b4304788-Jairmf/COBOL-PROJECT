       program-id. MantTutores as "T1_COMPILADORES.MantTutores".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select tutores assign "tutores.dat"
               organization is indexed
               access mode is random
               record key is id-tut
               file status is ws-estado-tutores.

           select tutalum assign "tutalum.dat"
               organization is indexed
               access mode is dynamic
               record key is matricula-ta
               file status is ws-estado-tutalum.

           select alumnos assign "alumnos.dat"
               organization is indexed
               access mode is random
               record key is matricula-alu
               file status is ws-estado-alumnos.

           select auditoria-tut assign "tutmnt.log"
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
       fd tutores.
       01 tutor-rec.
               05 id-tut                pic x(6).
               05 nombre-tut            pic x(30).
               05 departamento-tut      pic x(20).

       fd tutalum.
       01 tutor-alumno-rec.
               05 matricula-ta          pic 9(6).
               05 id-tut-ta             pic x(6).
               05 fecha-ta              pic x(8).

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

       fd auditoria-tut.
       01 auditoria-tut-rec        pic x(100).

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

           05 sw-tutalum                pic x.
               88 fin-tutalum                      value 'f'.
               88 no-fin-tutalum                   value 'n'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.

           05 variables-auxiliares.
               10 ws-opcion            pic x.
               10 ws-id-tut-ent        pic x(6).
               10 ws-nombre-ent        pic x(30).
               10 ws-departamento-ent  pic x(20).
               10 ws-matricula-ent     pic 9(6).
               10 ws-tutor-anterior    pic x(6).
               10 ws-accion            pic x(8).
               10 ws-clave-audit       pic x(20).
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-hora-ejecucion    pic x(8).
               10 ws-operador          pic x(20).

           05 contadores-resumen.
               10 cnt-tutelados        pic 9(4)     value 0.

       01 ws-estado-tutores            pic xx.
       01 ws-estado-tutalum            pic xx.
       01 ws-estado-alumnos            pic xx.
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
           open i-o tutores
           if ws-estado-tutores = '35'
               open output tutores
               close tutores
               open i-o tutores
           end-if
           open i-o tutalum
           if ws-estado-tutalum = '35'
               open output tutalum
               close tutalum
               open i-o tutalum
           end-if
           open input alumnos
           if ws-estado-alumnos not = '00'
               display 'No se puede abrir alumnos.dat: '
                   ws-estado-alumnos
               goback
           end-if
           open extend auditoria-tut
           if ws-estado-auditoria = '35'
               open output auditoria-tut
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
               ' SIGNON RECHAZADO MantTutores'
                                   delimited by size
               into ws-signon-linea
           end-string
           move ws-signon-linea to signon-rec
           write signon-rec
               after advancing cte-una lines
           close signon.

       proceso.
           display ' '
           display 'Mantenimiento de tutores'
           display '________________________'
           display 'A - Alta de tutor'
           display 'M - Modificacion de tutor'
           display 'B - Baja de tutor'
           display 'T - Asignar tutor a un alumno'
           display 'D - Retirar el tutor de un alumno'
           display 'C - Consultar tutor de un alumno'
           display 'S - Salir'
           display 'Opcion: '
           accept ws-opcion
           evaluate ws-opcion
               when 'A'
               when 'a'
                   perform alta-tutor
               when 'M'
               when 'm'
                   perform modificar-tutor
               when 'B'
               when 'b'
                   perform baja-tutor
               when 'T'
               when 't'
                   perform asignar-tutor
               when 'D'
               when 'd'
                   perform retirar-tutor
               when 'C'
               when 'c'
                   perform consultar-asignacion
               when 'S'
               when 's'
                   set fin-programa to true
               when other
                   display 'Opcion no valida'
           end-evaluate.

       alta-tutor.
           perform pedir-tutor
           move ws-id-tut-ent to id-tut
           read tutores
               invalid key
                   perform pedir-datos-tutor
                   move ws-id-tut-ent       to id-tut
                   move ws-nombre-ent       to nombre-tut
                   move ws-departamento-ent to departamento-tut
                   write tutor-rec
                       invalid key
                           display 'Error al grabar tutor: '
                               ws-estado-tutores
                       not invalid key
                           move 'ALTA'        to ws-accion
                           move ws-id-tut-ent to ws-clave-audit
                           perform escribir-auditoria-tut
                           display 'Tutor dado de alta: ' id-tut
                   end-write
               not invalid key
                   display 'El tutor ya existe: ' id-tut
           end-read.

       modificar-tutor.
           perform pedir-tutor
           move ws-id-tut-ent to id-tut
           read tutores
               invalid key
                   display 'Tutor no encontrado: ' ws-id-tut-ent
               not invalid key
                   display 'Nombre actual      : ' nombre-tut
                   display 'Departamento actual: ' departamento-tut
                   perform pedir-datos-tutor
                   move ws-nombre-ent       to nombre-tut
                   move ws-departamento-ent to departamento-tut
                   rewrite tutor-rec
                       invalid key
                           display 'Error al regrabar tutor: '
                               ws-estado-tutores
                       not invalid key
                           move 'CAMBIO'      to ws-accion
                           move ws-id-tut-ent to ws-clave-audit
                           perform escribir-auditoria-tut
                           display 'Tutor actualizado: ' id-tut
                   end-rewrite
           end-read.

       baja-tutor.
           if ws-nivel-oper < 2
               display 'Solo un supervisor puede dar bajas '
                   'de tutor'
           else
               perform baja-tutor-autorizada
           end-if.

       baja-tutor-autorizada.
           perform pedir-tutor
           move ws-id-tut-ent to id-tut
           read tutores
               invalid key
                   display 'Tutor no encontrado: ' ws-id-tut-ent
               not invalid key
                   perform contar-tutelados
                   if cnt-tutelados > 0
                       display 'El tutor tiene ' cnt-tutelados
                           ' alumnos asignados, reasignelos antes '
                           'de darlo de baja'
                   else
                       perform borrar-tutor
                   end-if
           end-read.

       borrar-tutor.
           delete tutores
               invalid key
                   display 'Error al borrar tutor: '
                       ws-estado-tutores
               not invalid key
                   move 'BAJA'        to ws-accion
                   move ws-id-tut-ent to ws-clave-audit
                   perform escribir-auditoria-tut
                   display 'Tutor dado de baja: ' ws-id-tut-ent
           end-delete.

       contar-tutelados.
           move zero to cnt-tutelados
           move zero to matricula-ta
           start tutalum key >= matricula-ta
               invalid key
                   set fin-tutalum to true
               not invalid key
                   set no-fin-tutalum to true
                   perform leer-tutalum
           end-start
           perform sumar-tutelado until fin-tutalum.

       leer-tutalum.
           read tutalum next
               at end set fin-tutalum to true
           end-read.

       sumar-tutelado.
           if id-tut-ta = ws-id-tut-ent
               add 1 to cnt-tutelados
           end-if
           perform leer-tutalum.

       asignar-tutor.
           perform pedir-matricula
           move ws-matricula-ent to matricula-alu
           read alumnos
               invalid key
                   display 'Alumno no encontrado: ' ws-matricula-ent
               not invalid key
                   perform asignar-tutor-alumno
           end-read.

       asignar-tutor-alumno.
           display 'Alumno: ' nombre-alu ' ' apellido-alu
           if not alumno-activo
               display 'Aviso: el alumno no esta activo'
           end-if
           perform pedir-tutor
           move ws-id-tut-ent to id-tut
           read tutores
               invalid key
                   display 'Tutor no encontrado: ' ws-id-tut-ent
               not invalid key
                   perform grabar-asignacion
           end-read.

       grabar-asignacion.
           accept ws-fecha-ejecucion from date yyyymmdd
           move ws-matricula-ent to matricula-ta
           read tutalum
               invalid key
                   move spaces to ws-tutor-anterior
               not invalid key
                   move id-tut-ta to ws-tutor-anterior
           end-read
           move ws-matricula-ent   to matricula-ta
           move ws-id-tut-ent      to id-tut-ta
           move ws-fecha-ejecucion to fecha-ta
           write tutor-alumno-rec
               invalid key
                   rewrite tutor-alumno-rec
           end-write
           move 'ASIGNA' to ws-accion
           move spaces to ws-clave-audit
           string
               ws-matricula-ent    delimited by size
               ' '                 delimited by size
               ws-id-tut-ent       delimited by size
               into ws-clave-audit
           end-string
           perform escribir-auditoria-tut
           if ws-tutor-anterior = spaces
               display 'Tutor ' ws-id-tut-ent ' asignado a '
                   ws-matricula-ent
           else
               display 'Tutor ' ws-id-tut-ent ' asignado a '
                   ws-matricula-ent ' (antes ' ws-tutor-anterior ')'
           end-if.

       retirar-tutor.
           perform pedir-matricula
           move ws-matricula-ent to matricula-ta
           read tutalum
               invalid key
                   display 'El alumno no tiene tutor asignado: '
                       ws-matricula-ent
               not invalid key
                   move id-tut-ta to ws-id-tut-ent
                   delete tutalum
                       invalid key
                           display 'Error al retirar tutor: '
                               ws-estado-tutalum
                       not invalid key
                           move 'RETIRA' to ws-accion
                           move spaces to ws-clave-audit
                           string
                               ws-matricula-ent delimited by size
                               ' '              delimited by size
                               ws-id-tut-ent    delimited by size
                               into ws-clave-audit
                           end-string
                           perform escribir-auditoria-tut
                           display 'Tutor retirado del alumno '
                               ws-matricula-ent
                   end-delete
           end-read.

       consultar-asignacion.
           perform pedir-matricula
           move ws-matricula-ent to matricula-ta
           read tutalum
               invalid key
                   display 'El alumno no tiene tutor asignado: '
                       ws-matricula-ent
               not invalid key
                   move id-tut-ta to id-tut
                   read tutores
                       invalid key
                           move 'TUTOR NO REGISTRADO' to nombre-tut
                           move spaces to departamento-tut
                   end-read
                   display 'Tutor ' id-tut-ta ' ' nombre-tut
                   display 'Departamento ' departamento-tut
                       ' asignado el ' fecha-ta
           end-read.

       pedir-tutor.
           display 'Identificador del tutor: '
           accept ws-id-tut-ent.

       pedir-matricula.
           display 'Matricula del alumno: '
           accept ws-matricula-ent.

       pedir-datos-tutor.
           display 'Nombre del tutor: '
           accept ws-nombre-ent
           display 'Departamento: '
           accept ws-departamento-ent.

       escribir-auditoria-tut.
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
               ws-clave-audit      delimited by size
               into ws-audit-linea
           end-string
           move ws-audit-linea to auditoria-tut-rec
           write auditoria-tut-rec
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
           close tutores
           close tutalum
           close alumnos
           close auditoria-tut.

       end program MantTutores.
