       program-id. FacturaMatricula
           as "T1_COMPILADORES.FacturaMatricula".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select intentos assign "intentos.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-int
               file status is ws-estado-intentos.

           select alumnos assign "alumnos.dat"
               organization is indexed
               access mode is random
               record key is matricula-alu
               file status is ws-estado-alumnos.

           select tarifas assign "tarifas.dat"
               organization is indexed
               access mode is random
               record key is programa-tar
               file status is ws-estado-tarifas.

           select control-run assign "control.dat"
               organization is sequential
               file status is ws-estado-control.

           select cargos assign "cargos.dat"
               organization is sequential
               file status is ws-estado-cargos.

           select registro-fact assign "facturas.rpt"
               organization is sequential.

       data division.
       file section.
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

       fd tarifas.
       01 tarifa-rec.
               05 programa-tar          pic x(10).
               05 precios-tar.
                   10 precio-credito-tar occurs 4 times pic 9(4)v99.

       fd control-run.
       01 control-rec.
               05 fecha-ctl             pic x(8).
               05 leidos-ctl            pic 9(4).
               05 aceptados-ctl         pic 9(4).
               05 rechazados-ctl        pic 9(4).
               05 hash-notas-ctl        pic 9(5)v99.
               05 grupo-ctl             pic x(8).

       fd cargos.
       01 cargo-rec.
               05 tipo-car              pic x.
                   88 cargo-detalle                 value 'D'.
                   88 cargo-trailer                 value 'T'.
               05 fecha-car             pic x(8).
               05 grupo-car             pic x(8).
               05 matricula-car         pic 9(6).
               05 periodo-car           pic 9(6).
               05 programa-car          pic x(10).
               05 cursos-car            pic 99.
               05 creditos-car          pic 9(3).
               05 importe-car           pic 9(7)v99.
       01 cargo-trailer-rec.
               05 tipo-trl              pic x.
               05 fecha-trl             pic x(8).
               05 cuenta-trl            pic 9(6).
               05 creditos-trl          pic 9(6).
               05 importe-trl           pic 9(9)v99.
               05 filler                pic x(21).

       fd registro-fact.
       01 registro-fact-rec        pic x(80).

       working-storage section.

       01 area-de-trabajo.

           05 sw-intentos               pic x.
               88 fin-intentos                      value 'f'.
               88 no-fin-intentos                   value 'n'.

           05 sw-tarifa                 pic x.
               88 tarifa-hallada                    value 's'.
               88 tarifa-no-hallada                 value 'n'.

           05 sw-alumno-preparado       pic x.
               88 alumno-preparado                  value 's'.
               88 alumno-no-preparado               value 'n'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 cte-max-orden        pic 9       value 4.
               10 cte-max-periodos     pic 99      value 10.

           05 variables-auxiliares.
               10 ws-fecha-ent         pic x(8).
               10 ws-grupo-ent         pic x(8).
               10 ws-fecha-facturar    pic x(8).
               10 ws-matricula-grupo   pic 9(6).
               10 ws-codigo-grupo      pic x(6).
               10 cnt-matriculas-curso pic 99.
               10 idx-tarifa           pic 9.
               10 idx-periodo          pic 99.
               10 ws-precio-credito    pic 9(4)v99.
               10 ws-importe-curso     pic 9(7)v99.
               10 ws-excepcion         pic x(60).

           05 contadores-resumen.
               10 cnt-intentos-leidos  pic 9(6)     value 0.
               10 cnt-cursos-fact      pic 9(6)     value 0.
               10 cnt-repetidas        pic 9(6)     value 0.
               10 cnt-alumnos-fact     pic 9(5)     value 0.
               10 cnt-cargos           pic 9(6)     value 0.
               10 cnt-creditos-total   pic 9(6)     value 0.
               10 cnt-importe-total    pic 9(9)v99  value 0.
               10 cnt-excepciones      pic 9(5)     value 0.

       01 tabla-periodos.
           05 num-periodos             pic 99      value 0.
           05 periodo-alumno occurs 10 times.
               10 tpe-periodo          pic 9(6).
               10 tpe-grupo            pic x(8).
               10 tpe-cursos           pic 99.
               10 tpe-creditos         pic 9(3).
               10 tpe-importe          pic 9(7)v99.

       01 ws-estado-intentos           pic xx.
       01 ws-estado-alumnos            pic xx.
       01 ws-estado-tarifas            pic xx.
       01 ws-estado-control            pic xx.
       01 ws-estado-cargos             pic xx.

       01 fac-cabecera.
           05 filler                   pic x(40)
               value 'REGISTRO DE FACTURACION DE MATRICULA - '.
           05 filler                   pic x(10)   value 'Ejecucion '.
           05 fac-fecha                pic x(8).
           05 filler                   pic x(8)    value '  Grupo '.
           05 fac-grupo                pic x(8).
           05 filler                   pic x(6)    value spaces.

       01 fac-alumno.
           05 filler                   pic x(8)    value 'Alumno: '.
           05 fac-matricula            pic 9(6).
           05 filler                   pic x       value space.
           05 fac-nombre               pic x(12).
           05 filler                   pic x       value space.
           05 fac-apellido             pic x(12).
           05 filler                   pic x(11)   value ' Programa: '.
           05 fac-programa             pic x(10).
           05 filler                   pic x(19)   value spaces.

       01 fac-columnas.
           05 filler                   pic x(40)
               value '  Periodo Curso  Grupo    Cred Matr  Pre'.
           05 filler                   pic x(40)
               value 'cio/cred      Importe                   '.

       01 fac-linea.
           05 filler                   pic x(2)    value spaces.
           05 fac-periodo              pic 9(6).
           05 filler                   pic x       value space.
           05 fac-codigo               pic x(6).
           05 filler                   pic x       value space.
           05 fac-grupo-curso          pic x(8).
           05 filler                   pic x(3)    value spaces.
           05 fac-creditos             pic 9.
           05 filler                   pic x(3)    value spaces.
           05 fac-orden                pic z9.
           05 filler                   pic x(4)    value spaces.
           05 fac-precio               pic z,zz9.99.
           05 filler                   pic x(3)    value spaces.
           05 fac-importe              pic z,zzz,zz9.99.
           05 filler                   pic x(20)   value spaces.

       01 fac-total-periodo.
           05 filler                   pic x(17)
               value '  Cargo periodo '.
           05 fac-tot-periodo          pic 9(6).
           05 filler                   pic x(10)   value '  Cursos: '.
           05 fac-tot-cursos           pic z9.
           05 filler                   pic x(12)   value '  Creditos: '.
           05 fac-tot-creditos         pic zz9.
           05 filler                   pic x(4)    value spaces.
           05 fac-tot-importe          pic z,zzz,zz9.99.
           05 filler                   pic x(14)   value spaces.

       01 fac-excepcion.
           05 filler                   pic x(6)    value '  *** '.
           05 fac-texto-excepcion      pic x(60).
           05 filler                   pic x(14)   value spaces.

       01 fac-total-cargos.
           05 filler                   pic x(18)
               value 'Cargos emitidos : '.
           05 fac-cuenta               pic zzzzz9.
           05 filler                   pic x(13)
               value '  Creditos : '.
           05 fac-cred-total           pic zzzzz9.
           05 filler                   pic x(12)   value '  Importe : '.
           05 fac-importe-total        pic zzz,zzz,zz9.99.
           05 filler                   pic x(11)   value spaces.

       01 fac-total-excepciones.
           05 filler                   pic x(30)
               value 'Matriculas sin facturar     : '.
           05 fac-cuenta-excepciones   pic zzzz9.
           05 filler                   pic x(45)   value spaces.

       procedure division.
           perform inicio
           perform tratar-alumno until fin-intentos
           perform fin
           perform mostrar-resumen
           goback.

       inicio.
           display 'Fecha de la ejecucion a facturar YYYYMMDD '
               '(vacio = ultima ejecucion): '
           accept ws-fecha-ent
           display 'Grupo (vacio = todos los grupos): '
           accept ws-grupo-ent
           if ws-fecha-ent = spaces
               perform fijar-ultima-ejecucion
           else
               move ws-fecha-ent to ws-fecha-facturar
           end-if
           open input intentos
           if ws-estado-intentos not = '00'
               display 'No se puede abrir intentos.dat: '
                   ws-estado-intentos
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
           open input tarifas
           if ws-estado-tarifas not = '00'
               display 'No se puede abrir tarifas.dat: '
                   ws-estado-tarifas
               move 8 to return-code
               goback
           end-if
           open output cargos
           open output registro-fact
           move ws-fecha-facturar to fac-fecha
           if ws-grupo-ent = spaces
               move 'TODOS' to fac-grupo
           else
               move ws-grupo-ent to fac-grupo
           end-if
           write registro-fact-rec from fac-cabecera
           set no-fin-intentos to true
           perform leer-intento.

       fijar-ultima-ejecucion.
           open input control-run
           if ws-estado-control not = '00'
               display 'No existe control.dat, indique la fecha '
                   'de la ejecucion'
               move 8 to return-code
               goback
           end-if
           read control-run
               at end
                   display 'control.dat esta vacio, indique la '
                       'fecha de la ejecucion'
                   close control-run
                   move 8 to return-code
                   goback
           end-read
           move fecha-ctl to ws-fecha-facturar
           close control-run.

       leer-intento.
           read intentos next
               at end
                   set fin-intentos to true
               not at end
                   add 1 to cnt-intentos-leidos
           end-read.

       tratar-alumno.
           move matricula-int to ws-matricula-grupo
           move zero to num-periodos
           set alumno-no-preparado to true
           set tarifa-no-hallada to true
           perform tratar-curso-alumno
               until fin-intentos
               or matricula-int not = ws-matricula-grupo
           if num-periodos > 0
               add 1 to cnt-alumnos-fact
               perform emitir-cargo
                   varying idx-periodo from 1 by 1
                   until idx-periodo > num-periodos
           end-if.

       tratar-curso-alumno.
           move codigo-int to ws-codigo-grupo
           move zero to cnt-matriculas-curso
           perform tratar-intento
               until fin-intentos
               or matricula-int not = ws-matricula-grupo
               or codigo-int not = ws-codigo-grupo.

       tratar-intento.
           add 1 to cnt-matriculas-curso
           if fecha-int = ws-fecha-facturar
               and (ws-grupo-ent = spaces or grupo-int = ws-grupo-ent)
               perform facturar-intento
           end-if
           perform leer-intento.

       facturar-intento.
           if alumno-no-preparado
               perform preparar-alumno
           end-if
           if tarifa-hallada
               perform valorar-intento
           end-if.

       preparar-alumno.
           set alumno-preparado to true
           move matricula-int to matricula-alu
           read alumnos
               invalid key
                   move spaces to nombre-alu apellido-alu programa-alu
           end-read
           move matricula-int to fac-matricula
           move nombre-alu    to fac-nombre
           move apellido-alu  to fac-apellido
           move programa-alu  to fac-programa
           write registro-fact-rec from fac-alumno
               after advancing 2 lines
           if ws-estado-alumnos not = '00'
               move 'Alumno no encontrado en alumnos.dat, no se factura'
                   to ws-excepcion
               perform anotar-excepcion
           else
               move programa-alu to programa-tar
               read tarifas
                   invalid key
                       move spaces to ws-excepcion
                       string
                           'Sin tarifa para el programa '
                               delimited by size
                           programa-alu delimited by space
                           ', no se factura' delimited by size
                           into ws-excepcion
                       end-string
                       perform anotar-excepcion
                   not invalid key
                       set tarifa-hallada to true
                       write registro-fact-rec from fac-columnas
                           after advancing cte-una lines
               end-read
           end-if.

       anotar-excepcion.
           add 1 to cnt-excepciones
           move ws-excepcion to fac-texto-excepcion
           write registro-fact-rec from fac-excepcion
               after advancing cte-una lines.

       valorar-intento.
           if cnt-matriculas-curso > cte-max-orden
               move cte-max-orden to idx-tarifa
           else
               move cnt-matriculas-curso to idx-tarifa
           end-if
           if cnt-matriculas-curso > 1
               add 1 to cnt-repetidas
           end-if
           move precio-credito-tar (idx-tarifa) to ws-precio-credito
           compute ws-importe-curso = credito-int * ws-precio-credito
           perform buscar-periodo
               varying idx-periodo from 1 by 1
               until idx-periodo > num-periodos
               or tpe-periodo (idx-periodo) = periodo-int
           if idx-periodo > num-periodos
               if num-periodos < cte-max-periodos
                   add 1 to num-periodos
                   move periodo-int to tpe-periodo (num-periodos)
                   move grupo-int   to tpe-grupo (num-periodos)
                   move zero to tpe-cursos (num-periodos)
                                tpe-creditos (num-periodos)
                                tpe-importe (num-periodos)
                   move num-periodos to idx-periodo
               else
                   move 'Demasiados periodos en la ejecucion, '
                       & 'curso no facturado' to ws-excepcion
                   perform anotar-excepcion
               end-if
           end-if
           if idx-periodo <= num-periodos
               add 1 to cnt-cursos-fact
               add 1 to tpe-cursos (idx-periodo)
               add credito-int to tpe-creditos (idx-periodo)
               add ws-importe-curso to tpe-importe (idx-periodo)
               move periodo-int          to fac-periodo
               move codigo-int           to fac-codigo
               move grupo-int            to fac-grupo-curso
               move credito-int          to fac-creditos
               move cnt-matriculas-curso to fac-orden
               move ws-precio-credito    to fac-precio
               move ws-importe-curso     to fac-importe
               write registro-fact-rec from fac-linea
                   after advancing cte-una lines
           end-if.

       buscar-periodo.
           continue.

       emitir-cargo.
           move spaces to cargo-rec
           set cargo-detalle to true
           move ws-fecha-facturar          to fecha-car
           move tpe-grupo (idx-periodo)    to grupo-car
           move ws-matricula-grupo         to matricula-car
           move tpe-periodo (idx-periodo)  to periodo-car
           move programa-tar               to programa-car
           move tpe-cursos (idx-periodo)   to cursos-car
           move tpe-creditos (idx-periodo) to creditos-car
           move tpe-importe (idx-periodo)  to importe-car
           write cargo-rec
           add 1 to cnt-cargos
           add tpe-creditos (idx-periodo) to cnt-creditos-total
           add tpe-importe (idx-periodo)  to cnt-importe-total
           move tpe-periodo (idx-periodo)  to fac-tot-periodo
           move tpe-cursos (idx-periodo)   to fac-tot-cursos
           move tpe-creditos (idx-periodo) to fac-tot-creditos
           move tpe-importe (idx-periodo)  to fac-tot-importe
           write registro-fact-rec from fac-total-periodo
               after advancing cte-una lines.

       fin.
           move spaces to cargo-trailer-rec
           move 'T'                to tipo-trl
           move ws-fecha-facturar  to fecha-trl
           move cnt-cargos         to cuenta-trl
           move cnt-creditos-total to creditos-trl
           move cnt-importe-total  to importe-trl
           write cargo-trailer-rec
           move cnt-cargos         to fac-cuenta
           move cnt-creditos-total to fac-cred-total
           move cnt-importe-total  to fac-importe-total
           write registro-fact-rec from fac-total-cargos
               after advancing 2 lines
           move cnt-excepciones    to fac-cuenta-excepciones
           write registro-fact-rec from fac-total-excepciones
               after advancing cte-una lines
           close intentos
           close alumnos
           close tarifas
           close cargos
           close registro-fact
           if cnt-excepciones > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if.

       mostrar-resumen.
           display 'Facturacion de matricula'
           display '________________________'.
           display 'Ejecucion facturada        : ' ws-fecha-facturar.
           display 'Intentos leidos            : ' cnt-intentos-leidos.
           display 'Cursos facturados          : ' cnt-cursos-fact.
           display 'Segundas y sucesivas       : ' cnt-repetidas.
           display 'Alumnos facturados         : ' cnt-alumnos-fact.
           display 'Cargos emitidos            : ' cnt-cargos.
           display 'Importe total              : ' cnt-importe-total.
           display 'Matriculas sin facturar    : ' cnt-excepciones.
           display 'Cargos escritos en cargos.dat'.
           display 'Registro escrito en facturas.rpt'.
           display ' '.

       end program FacturaMatricula.
