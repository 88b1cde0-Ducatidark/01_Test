       program-id. COMP3INQ as "COMP3INQ".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select maestro
       assign to "maestro.dat"
       organization is indexed
       access mode is dynamic
       record key is ma-clave
       alternate record key is ma-texto2 with duplicates
       file status is sw-fs-maestro.

       select peticiones
       assign to "comp3inq.txt"
       organization is line sequential
       file status is sw-fs-pet.

       data division.
       file section.
       fd  maestro.
       copy RMAESTRO.

       fd  peticiones.
       01  pt-registro.
           05  pt-tipo         pic x(1).
               88  pt-por-texto            value 'T'.
               88  pt-por-texto2           value 'S'.
               88  pt-por-cifra            value 'C'.
           05  pt-cancelados   pic x(1).
               88  pt-cancelados-si        value 'S'.
           05  pt-rango        pic x(12).
           05  pt-rango-texto redefines pt-rango.
               10  pt-texto-desde  pic x(5).
               10  pt-texto-hasta  pic x(5).
               10  filler          pic x(2).
           05  pt-rango-cifra redefines pt-rango.
               10  pt-cifra-desde  pic s9(5) sign leading separate.
               10  pt-cifra-hasta  pic s9(5) sign leading separate.

       working-storage section.

       01  sw-fs-maestro       pic x(2).
           88  sw-fs-maestro-ok            value '00'.
           88  sw-fs-maestro-eof           value '10'.
           88  sw-fs-maestro-no-existe     value '35'.

       01  sw-fs-pet           pic x(2).
           88  sw-fs-pet-ok                value '00'.
           88  sw-fs-pet-no-existe         value '35'.

       01  sw-eof              pic x(1).
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.

       01  sw-eof-mae          pic x(1).
           88  sw-eof-mae-yes              value 'Y'.
           88  sw-eof-mae-no               value 'N'.

       01  sw-peticion         pic x(1).
           88  sw-peticion-valida          value 'S'.
           88  sw-peticion-invalida        value 'N'.

       01  wk-texto-desde      pic x(5).
       01  wk-texto-hasta      pic x(5).
       01  wk-cifra-desde      pic s9(5).
       01  wk-cifra-hasta      pic s9(5).

       01  wk-peticiones       pic 9(5)          value zero.
       01  wk-invalidas        pic 9(5)          value zero.
       01  wk-cuenta           pic 9(7)          value zero.
       01  wk-total            pic S9(10) comp-3 value zero.

       01  wk-display-cifra    pic -(7)9.
       01  wk-display-total    pic --,---,---,--9.
       01  wk-display-estado   pic x(9).

       procedure division.

           open input peticiones

           if  sw-fs-pet-no-existe
               display "COMP3INQ: FALTA FICHERO DE PETICIONES"
               move 16 to return-code
               goback
           end-if

           if  not sw-fs-pet-ok
               go to abend
           end-if

           open input maestro

           if  sw-fs-maestro-no-existe
               display "COMP3INQ: MAESTRO NO EXISTE"
               move 8 to return-code
               close peticiones
               goback
           end-if

           if  not sw-fs-maestro-ok
               go to abend
           end-if

           display "COMP3INQ: CONSULTA DEL MAESTRO"

           set sw-eof-no to true

           perform until sw-eof-yes

               read peticiones
                   at end
                       set sw-eof-yes to true
                   not at end
                       perform tratar-peticion
               end-read

           end-perform

           close peticiones
           close maestro

           display "==================================="
           display "PETICIONES : " wk-peticiones
           display "INVALIDAS  : " wk-invalidas

           if  wk-invalidas > zero
               move 4 to return-code
           end-if

           goback.


       tratar-peticion.

           add 1 to wk-peticiones

           move zero to wk-cuenta
           move zero to wk-total

           display "==================================="

           set sw-peticion-valida to true

           evaluate true
               when pt-por-texto
                   perform validar-rango-texto
                   if  sw-peticion-valida
                       display "PETICION " wk-peticiones
                           ": RE-TEXTO " wk-texto-desde
                           " A " wk-texto-hasta
                       display "-----------------------------------"
                       perform listar-por-texto
                   end-if

               when pt-por-texto2
                   perform validar-rango-texto
                   if  sw-peticion-valida
                       display "PETICION " wk-peticiones
                           ": RE-TEXTO2 " wk-texto-desde
                           " A " wk-texto-hasta
                       display "-----------------------------------"
                       perform listar-por-texto2
                   end-if

               when pt-por-cifra
                   if  pt-cifra-desde is not numeric
                   or  pt-cifra-hasta is not numeric
                       set sw-peticion-invalida to true
                       display "PETICION " wk-peticiones
                           ": CIFRAS NO NUMERICAS"
                   else
                       move pt-cifra-desde to wk-cifra-desde
                       move pt-cifra-hasta to wk-cifra-hasta
                       move wk-cifra-desde to wk-display-cifra
                       display "PETICION " wk-peticiones
                           ": CIFRA " wk-display-cifra
                           " A " with no advancing
                       move wk-cifra-hasta to wk-display-cifra
                       display wk-display-cifra
                       display "-----------------------------------"
                       perform listar-por-cifra
                   end-if

               when other
                   set sw-peticion-invalida to true
                   display "PETICION " wk-peticiones
                       ": TIPO INVALIDO " pt-tipo
           end-evaluate

           if  sw-peticion-invalida
               add 1 to wk-invalidas
               exit paragraph
           end-if

           move wk-total to wk-display-total

           display "-----------------------------------"
           display "REGISTROS  : " wk-cuenta
           display "TOTAL      : " wk-display-total

           .


       validar-rango-texto.

           move pt-texto-desde to wk-texto-desde
           move pt-texto-hasta to wk-texto-hasta

           if  wk-texto-desde = spaces
               set sw-peticion-invalida to true
               display "PETICION " wk-peticiones
                   ": FALTA VALOR DESDE"
               exit paragraph
           end-if

           if  wk-texto-hasta = spaces
               move wk-texto-desde to wk-texto-hasta
           end-if

           if  wk-texto-hasta < wk-texto-desde
               display "PETICION " wk-peticiones
                   ": RANGO INVERTIDO"
               set sw-peticion-invalida to true
           end-if

           .


       listar-por-texto.

           move low-values     to ma-clave
           move wk-texto-desde to ma-texto

           start maestro key is >= ma-clave
               invalid key
                   exit paragraph
           end-start

           set sw-eof-mae-no to true

           perform until sw-eof-mae-yes

               read maestro next record
                   at end
                       set sw-eof-mae-yes to true
                   not at end
                       if  ma-texto > wk-texto-hasta
                           set sw-eof-mae-yes to true
                       else
                           perform mostrar-registro
                       end-if
               end-read

           end-perform

           .


       listar-por-texto2.

           move wk-texto-desde to ma-texto2

           start maestro key is >= ma-texto2
               invalid key
                   exit paragraph
           end-start

           set sw-eof-mae-no to true

           perform until sw-eof-mae-yes

               read maestro next record
                   at end
                       set sw-eof-mae-yes to true
                   not at end
                       if  ma-texto2 > wk-texto-hasta
                           set sw-eof-mae-yes to true
                       else
                           perform mostrar-registro
                       end-if
               end-read

           end-perform

           .


       listar-por-cifra.

           move low-values to ma-clave

           start maestro key is >= ma-clave
               invalid key
                   exit paragraph
           end-start

           set sw-eof-mae-no to true

           perform until sw-eof-mae-yes

               read maestro next record
                   at end
                       set sw-eof-mae-yes to true
                   not at end
                       if  ma-cifra >= wk-cifra-desde
                       and ma-cifra <= wk-cifra-hasta
                           perform mostrar-registro
                       end-if
               end-read

           end-perform

           .


       mostrar-registro.

           if  ma-cancelado
           and not pt-cancelados-si
               exit paragraph
           end-if

           add 1        to wk-cuenta
           add ma-cifra to wk-total

           move ma-cifra to wk-display-cifra

           evaluate true
               when ma-activo
                   move "ACTIVO"    to wk-display-estado
               when ma-cancelado
                   move "CANCELADO" to wk-display-estado
               when other
                   move spaces      to wk-display-estado
           end-evaluate

           display ma-texto " " wk-display-cifra " " ma-texto2
               " " wk-display-estado
               " ALTA " ma-alta-fecha "/" ma-alta-ciclo
               " MANT " ma-mant-fecha "/" ma-mant-ciclo

           .


       abend.

           display "ERROR. FS-MAESTRO=" sw-fs-maestro
               " FS-PETICIONES=" sw-fs-pet

           close maestro
           close peticiones

           move 16 to return-code

           goback
           .

       end program COMP3INQ.
