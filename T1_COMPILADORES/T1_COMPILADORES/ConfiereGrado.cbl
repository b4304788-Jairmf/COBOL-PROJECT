       program-id. ConfiereGrado
           as "T1_COMPILADORES.ConfiereGrado".

       environment division.
       configuration section.
       input-output section.
       file-control.
           select candidatos assign "candidat.rpt"
               organization is line sequential
               file status is ws-estado-candidatos.

           select alumnos assign "alumnos.dat"
               organization is indexed
               access mode is random
               record key is matricula-alu
               file status is ws-estado-alumnos.

           select cursosal assign "cursosal.dat"
               organization is indexed
               access mode is dynamic
               record key is clave-cal
               file status is ws-estado-cursosal.

           select registro-titulos assign "registit.dat"
               organization is sequential
               file status is ws-estado-registro.

           select informe-titulos assign "titulos.rpt"
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
       fd candidatos.
       01 candidato-rec            pic x(80).

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

       fd cursosal.
       01 curso-alumno-rec.
               05 clave-cal.
                   10 matricula-cal     pic 9(6).
                   10 codigo-cal        pic x(6).
               05 periodo-cal           pic 9(6).
               05 calif-cal             pic 99.
               05 credito-cal           pic 9.

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

       fd informe-titulos.
       01 informe-titulo-rec       pic x(80).

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

           05 sw-candidatos             pic x.
               88 fin-candidatos                    value 'f'.
               88 no-fin-candidatos                 value 'n'.

           05 sw-cursos                 pic x.
               88 fin-cursos-alumno                 value 'f'.
               88 no-fin-cursos-alumno              value 'n'.

           05 sw-registro               pic x.
               88 fin-registro                      value 'f'.
               88 no-fin-registro                   value 'n'.

           05 sw-confirmacion           pic x.
               88 confirmar-cada-uno                value 's'.
               88 conferir-todos                    value 'n'.

           05 sw-signon                 pic x.
               88 signon-valido                     value 'v'.
               88 signon-invalido                   value 'i'.

           05 constantes-literales.
               10 cte-una              pic 9       value 1.
               10 It-matricula-honor   pic x(20)
                   value 'MATRICULA DE HONOR'.
               10 It-sobresaliente     pic x(20)
                   value 'SOBRESALIENTE'.
               10 It-notable           pic x(20)   value 'NOTABLE'.
               10 It-aprobado          pic x(20)   value 'APROBADO'.

           05 variables-auxiliares.
               10 ws-fecha-ejecucion   pic x(8).
               10 ws-hora-ejecucion    pic x(8).
               10 ws-operador          pic x(20).
               10 ws-id-oper           pic x(8).
               10 ws-clave-ent         pic x(8).
               10 ws-nivel-oper        pic 9.
               10 ws-confirmar-ent     pic x.
               10 ws-respuesta         pic x.
               10 ws-matricula-cand    pic 9(6).
               10 ws-ultimo-numero     pic 9(6).
               10 ws-creditos-total    pic 9(4).
               10 ws-puntos-total      pic 9(6).
               10 ws-media-final       pic 99v99.
               10 ws-mencion           pic x(20).
               10 ws-motivo-omision    pic x(40).

           05 contadores-resumen.
               10 cnt-lineas-leidas    pic 9(5)     value 0.
               10 cnt-candidatos       pic 9(5)     value 0.
               10 cnt-conferidos       pic 9(5)     value 0.
               10 cnt-omitidos         pic 9(5)     value 0.
               10 cnt-registro-previo  pic 9(6)     value 0.

       01 ws-estado-candidatos         pic xx.
       01 ws-estado-alumnos            pic xx.
       01 ws-estado-cursosal           pic xx.
       01 ws-estado-registro           pic xx.
       01 ws-estado-operadores         pic xx.
       01 ws-estado-signon             pic xx.

       01 ws-signon-linea              pic x(80).

       01 tit-cabecera.
           05 filler                   pic x(40)
               value 'CONFERIMIENTO DE TITULOS - Fecha: '.
           05 tit-fecha                pic x(8).
           05 filler                   pic x(12)   value '  Operador: '.
           05 tit-operador             pic x(8).
           05 filler                   pic x(12)   value spaces.

       01 tit-columnas.
           05 filler                   pic x(40)
               value 'Numero Matric Nombre       Apellido     '.
           05 filler                   pic x(40)
               value 'Programa   Cred Media Mencion           '.

       01 tit-linea.
           05 tit-numero               pic zzzzz9.
           05 filler                   pic x       value space.
           05 tit-matricula            pic 9(6).
           05 filler                   pic x       value space.
           05 tit-nombre               pic x(12).
           05 filler                   pic x       value space.
           05 tit-apellido             pic x(12).
           05 filler                   pic x       value space.
           05 tit-programa             pic x(10).
           05 filler                   pic x       value space.
           05 tit-creditos             pic zzz9.
           05 filler                   pic x       value space.
           05 tit-media                pic z9.99.
           05 filler                   pic x       value space.
           05 tit-mencion              pic x(18).

       01 tit-omitido.
           05 filler                   pic x(7)    value spaces.
           05 tit-omi-matricula        pic 9(6).
           05 filler                   pic x(15)
               value ' NO CONFERIDO: '.
           05 tit-omi-motivo           pic x(40).
           05 filler                   pic x(12)   value spaces.

       01 tit-total.
           05 filler                   pic x(30)
               value 'Titulos conferidos          : '.
           05 tit-cuenta               pic zzzz9.
           05 filler                   pic x(20)
               value '  Ultimo numero   : '.
           05 tit-ultimo               pic zzzzz9.
           05 filler                   pic x(19)   value spaces.

       procedure division.
           perform inicio
           perform tratar-candidato until fin-candidatos
           perform fin
           perform mostrar-resumen
           goback.

       inicio.
           perform identificar-operador
           if ws-nivel-oper < 2
               perform registrar-autorizacion-denegada
               display 'Se requiere nivel supervisor para '
                   'ejecutar ConfiereGrado'
               move 8 to return-code
               goback
           end-if
           accept ws-fecha-ejecucion from date yyyymmdd
           display 'Confirmar cada candidato antes de conferir '
               '(S/N): '
           accept ws-confirmar-ent
           if ws-confirmar-ent = 'S' or ws-confirmar-ent = 's'
               set confirmar-cada-uno to true
           else
               set conferir-todos to true
           end-if
           open input candidatos
           if ws-estado-candidatos not = '00'
               display 'No se puede abrir candidat.rpt: '
                   ws-estado-candidatos
               move 8 to return-code
               goback
           end-if
           open i-o alumnos
           if ws-estado-alumnos not = '00'
               display 'No se puede abrir alumnos.dat: '
                   ws-estado-alumnos
               move 8 to return-code
               goback
           end-if
           open input cursosal
           if ws-estado-cursosal not = '00'
               display 'No se puede abrir cursosal.dat: '
                   ws-estado-cursosal
               move 8 to return-code
               goback
           end-if
           perform obtener-ultimo-numero
           open extend registro-titulos
           if ws-estado-registro = '35'
               open output registro-titulos
           end-if
           open output informe-titulos
           move ws-fecha-ejecucion to tit-fecha
           move ws-id-oper         to tit-operador
           write informe-titulo-rec from tit-cabecera
           write informe-titulo-rec from tit-columnas
               after advancing 2 lines
           set no-fin-candidatos to true
           perform leer-candidato.

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
               ' SIGNON RECHAZADO ConfiereGrado'
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
               ' AUTORIZACION DENEGADA ConfiereGrado'
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

       obtener-ultimo-numero.
           move zero to ws-ultimo-numero
           open input registro-titulos
           if ws-estado-registro = '00'
               set no-fin-registro to true
               perform leer-registro
               perform tomar-numero until fin-registro
               close registro-titulos
           end-if.

       leer-registro.
           read registro-titulos
               at end set fin-registro to true
           end-read.

       tomar-numero.
           add 1 to cnt-registro-previo
           if numero-tit > ws-ultimo-numero
               move numero-tit to ws-ultimo-numero
           end-if
           perform leer-registro.

       leer-candidato.
           read candidatos
               at end set fin-candidatos to true
           end-read.

       tratar-candidato.
           add 1 to cnt-lineas-leidas
           if candidato-rec (1:6) is numeric
               add 1 to cnt-candidatos
               move candidato-rec (1:6) to ws-matricula-cand
               perform conferir-candidato
           end-if
           perform leer-candidato.

       conferir-candidato.
           move spaces to ws-motivo-omision
           move ws-matricula-cand to matricula-alu
           read alumnos
               invalid key
                   move 'alumno no encontrado' to ws-motivo-omision
               not invalid key
                   if alumno-graduado
                       move 'ya figura como graduado'
                           to ws-motivo-omision
                   else
                       if not alumno-activo
                           move 'alumno no activo' to ws-motivo-omision
                       end-if
                   end-if
           end-read
           if ws-motivo-omision = spaces
               perform calcular-media-final
               if ws-creditos-total = 0
                   move 'sin cursos aprobados en cursosal.dat'
                       to ws-motivo-omision
               end-if
           end-if
           if ws-motivo-omision = spaces and confirmar-cada-uno
               display 'Conferir titulo a ' matricula-alu ' '
                   nombre-alu ' ' apellido-alu
                   ' media ' ws-media-final ' (S/N): '
               accept ws-respuesta
               if ws-respuesta not = 'S' and ws-respuesta not = 's'
                   move 'no confirmado por el operador'
                       to ws-motivo-omision
               end-if
           end-if
           if ws-motivo-omision = spaces
               perform registrar-titulo
           else
               perform anotar-omitido
           end-if.

       calcular-media-final.
           move zero to ws-creditos-total
           move zero to ws-puntos-total
           move zero to ws-media-final
           move matricula-alu to matricula-cal
           move low-values    to codigo-cal
           start cursosal key >= clave-cal
               invalid key
                   set fin-cursos-alumno to true
               not invalid key
                   set no-fin-cursos-alumno to true
                   perform leer-curso-alumno
           end-start
           perform acumular-curso-alumno until fin-cursos-alumno
           if ws-creditos-total > 0
               compute ws-media-final rounded =
                   ws-puntos-total / ws-creditos-total
           end-if
           evaluate ws-media-final
               when >= 18
                   move It-matricula-honor to ws-mencion
               when >= 16
                   move It-sobresaliente to ws-mencion
               when >= 14
                   move It-notable to ws-mencion
               when other
                   move It-aprobado to ws-mencion
           end-evaluate.

       leer-curso-alumno.
           read cursosal next
               at end
                   set fin-cursos-alumno to true
               not at end
                   if matricula-cal not = matricula-alu
                       set fin-cursos-alumno to true
                   end-if
           end-read.

       acumular-curso-alumno.
           add credito-cal to ws-creditos-total
           compute ws-puntos-total =
               ws-puntos-total + calif-cal * credito-cal
           perform leer-curso-alumno.

       registrar-titulo.
           set alumno-graduado to true
           rewrite alumno-rec
               invalid key
                   move 'error al regrabar alumnos.dat'
                       to ws-motivo-omision
           end-rewrite
           if ws-motivo-omision = spaces
               add 1 to ws-ultimo-numero
               add 1 to cnt-conferidos
               move ws-ultimo-numero   to numero-tit
               move matricula-alu      to matricula-tit
               move nombre-alu         to nombre-tit
               move apellido-alu       to apellido-tit
               move programa-alu       to programa-tit
               move cohorte-alu        to cohorte-tit
               move ws-creditos-total  to creditos-tit
               move ws-media-final     to media-tit
               move ws-mencion         to mencion-tit
               move ws-fecha-ejecucion to fecha-tit
               move ws-id-oper         to operador-tit
               write titulo-rec
               move ws-ultimo-numero   to tit-numero
               move matricula-alu      to tit-matricula
               move nombre-alu         to tit-nombre
               move apellido-alu       to tit-apellido
               move programa-alu       to tit-programa
               move ws-creditos-total  to tit-creditos
               move ws-media-final     to tit-media
               move ws-mencion         to tit-mencion
               write informe-titulo-rec from tit-linea
                   after advancing cte-una lines
           else
               perform anotar-omitido
           end-if.

       anotar-omitido.
           add 1 to cnt-omitidos
           move ws-matricula-cand to tit-omi-matricula
           move ws-motivo-omision to tit-omi-motivo
           write informe-titulo-rec from tit-omitido
               after advancing cte-una lines.

       fin.
           move cnt-conferidos   to tit-cuenta
           move ws-ultimo-numero to tit-ultimo
           write informe-titulo-rec from tit-total
               after advancing 2 lines
           close candidatos
           close alumnos
           close cursosal
           close registro-titulos
           close informe-titulos.

       mostrar-resumen.
           display 'Conferimiento de titulos'
           display '________________________'.
           display 'Lineas de candidat.rpt     : ' cnt-lineas-leidas.
           display 'Candidatos                 : ' cnt-candidatos.
           display 'Titulos conferidos         : ' cnt-conferidos.
           display 'Candidatos no conferidos   : ' cnt-omitidos.
           display 'Asientos previos en libro  : ' cnt-registro-previo.
           display 'Ultimo numero de registro  : ' ws-ultimo-numero.
           display 'Libro de registro en registit.dat'.
           display 'Informe escrito en titulos.rpt'.
           display ' '.

       end program ConfiereGrado.
