               05 estado-alu            pic x.
                   88 alumno-activo                 value 'A'.
                   88 alumno-inactivo               value 'I'.
                   88 alumno-graduado               value 'G'.

       fd situacion.
       01 situacion-rec.
                       move ws-programa-ent to programa-alu
                   end-if
                   if ws-estado-ent = 'A' or ws-estado-ent = 'I'
                       if alumno-graduado
                           display 'Alumno graduado, el estado no '
                               'se modifica'
                       else
                           move ws-estado-ent to estado-alu
                       end-if
                   end-if
                   rewrite alumno-rec
                       invalid key
