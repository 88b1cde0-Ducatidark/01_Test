       program-id. COMP3LDG as "COMP3LDG".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select fichero
       assign to "fichero.txt"
       organization is sequential
       file status is sw-fs.

       select interfaz
       assign to "ledger.txt"
       organization is line sequential
       file status is sw-fs-interfaz.

       select envios
       assign to "ledgenv.txt"
       organization is line sequential
       file status is sw-fs-envios.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       file status is sw-fs-runlog.

       data division.
       file section.
       fd  fichero
           record contains 14 characters.
       copy RFICHERO.

       fd  interfaz.
       copy RLEDGER.

       fd  envios.
       copy RLEDGENV.

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       working-storage section.

       01  sw-fs               pic x(2).
           88  sw-fs-ok                    value '00'.
           88  sw-fs-eof                   value '10'.

       01  sw-fs-interfaz      pic x(2).
           88  sw-fs-interfaz-ok           value '00'.

       01  sw-fs-envios        pic x(2).
           88  sw-fs-envios-ok             value '00'.
           88  sw-fs-envios-no-existe      value '35'.

       01  sw-fs-runlog        pic x(2).
           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  sw-eof              pic x(1).
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.

       01  sw-vio-cabecera     pic x(1).
           88  sw-vio-cabecera-si          value 'S'.
           88  sw-vio-cabecera-no          value 'N'.

       01  sw-vio-trailer      pic x(1).
           88  sw-vio-trailer-si           value 'S'.
           88  sw-vio-trailer-no           value 'N'.

       01  sw-ya-enviado       pic x(1).
           88  sw-ya-enviado-si            value 'S'.
           88  sw-ya-enviado-no            value 'N'.

       01  wk-fecha-interfaz   pic 9(8)          value zero.
       01  wk-ciclo-interfaz   pic 9(4)          value zero.
       01  wk-secuencia        pic 9(7)          value zero.
       01  wk-ultima-secuencia pic 9(7)          value zero.
       01  wk-secuencia-previa pic 9(7)          value zero.

       01  wk-leidos           pic 9(7)          value zero.
       01  wk-cuenta           pic 9(7)          value zero.
       01  wk-total            pic S9(10) comp-3 value zero.
       01  wk-trailer-cuenta   pic 9(7)          value zero.
       01  wk-trailer-total    pic S9(10) comp-3 value zero.

       01  wk-display-cifra    pic --,---,---,--9.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           move function current-date to wk-fecha-hora

           perform leer-cabecera

           if  sw-vio-cabecera-no
               display "COMP3LDG: FICHERO SIN CABECERA"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           perform leer-envios

           if  sw-ya-enviado-si
               display "COMP3LDG: FECHA " wk-fecha-interfaz
                   " CICLO " wk-ciclo-interfaz
                   " YA ENVIADA CON SECUENCIA " wk-secuencia-previa
               display "COMP3LDG: NO SE GENERA NUEVA INTERFAZ"
               move 4 to return-code
               perform grabar-log-fin
               goback
           end-if

           compute wk-secuencia = wk-ultima-secuencia + 1

           perform generar-interfaz

           if  sw-vio-trailer-no
               display "COMP3LDG: FICHERO SIN TRAILER"
               perform anular-interfaz
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  wk-cuenta not = wk-trailer-cuenta
           or  wk-total  not = wk-trailer-total
               display "COMP3LDG: DETALLE NO CUADRA CON TRAILER."
                   " CUENTA=" wk-cuenta
                   " TRAILER=" wk-trailer-cuenta
               perform anular-interfaz
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           perform registrar-envio

           move wk-total to wk-display-cifra

           display "COMP3LDG: INTERFAZ CONTABLE GENERADA"
           display "-----------------------------------"
           display "SECUENCIA  : " wk-secuencia
           display "FECHA      : " wk-fecha-interfaz
           display "CICLO      : " wk-ciclo-interfaz
           display "DETALLES   : " wk-cuenta
           display "TOTAL      : " wk-display-cifra

           perform grabar-log-fin

           goback.


       leer-cabecera.

           set sw-vio-cabecera-no to true

           open input fichero

           if  not sw-fs-ok
               go to abend
           end-if

           read fichero
               at end
                   continue
               not at end
                   if  re-tipo-cabecera
                       set sw-vio-cabecera-si to true
                       move re-cab-fecha to wk-fecha-interfaz
                       move re-cab-ciclo to wk-ciclo-interfaz
                   end-if
           end-read

           close fichero

           .


       leer-envios.

           set sw-ya-enviado-no to true

           open input envios

           if  sw-fs-envios-no-existe
               exit paragraph
           end-if

           if  not sw-fs-envios-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read envios
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  le-secuencia > wk-ultima-secuencia
                           move le-secuencia to wk-ultima-secuencia
                       end-if

                       if  le-fecha = wk-fecha-interfaz
                       and le-ciclo = wk-ciclo-interfaz
                       and not le-rechazado
                           set sw-ya-enviado-si to true
                           move le-secuencia to wk-secuencia-previa
                       end-if
               end-read

           end-perform

           close envios

           .


       generar-interfaz.

           set sw-vio-trailer-no to true

           open input fichero

           if  not sw-fs-ok
               go to abend
           end-if

           open output interfaz

           if  not sw-fs-interfaz-ok
               go to abend
           end-if

           move spaces to lx-registro
           set lx-cabecera to true
           move wk-secuencia      to lx-cab-secuencia
           move wk-fecha-interfaz to lx-cab-fecha
           move wk-ciclo-interfaz to lx-cab-ciclo
           move "COMP3"           to lx-cab-origen

           perform grabar-interfaz

           set sw-eof-no to true

           perform until sw-eof-yes

               read fichero
                   at end
                       set sw-eof-yes to true
                   not at end
                       add 1 to wk-leidos

                       evaluate true
                           when re-tipo-detalle
                               perform tratar-detalle
                           when re-tipo-trailer
                               set sw-vio-trailer-si to true
                               move re-trailer-cuenta
                                   to wk-trailer-cuenta
                               move re-trailer-total
                                   to wk-trailer-total
                       end-evaluate
               end-read

           end-perform

           move spaces to lx-registro
           set lx-trailer to true
           move wk-secuencia to lx-tra-secuencia
           move wk-cuenta    to lx-tra-cuenta
           move wk-total     to lx-tra-total

           perform grabar-interfaz

           close fichero
           close interfaz

           .


       tratar-detalle.

           add 1        to wk-cuenta
           add re-cifra to wk-total

           move spaces to lx-registro
           set lx-detalle to true
           move wk-cuenta to lx-det-linea
           move re-texto  to lx-det-cuenta
           move re-cifra  to lx-det-importe
           move re-texto2 to lx-det-referencia

           perform grabar-interfaz

           .


       grabar-interfaz.

           write lx-registro

           if  not sw-fs-interfaz-ok
               go to abend
           end-if

           .


       anular-interfaz.

           open output interfaz

           if  not sw-fs-interfaz-ok
               go to abend
           end-if

           close interfaz

           display "COMP3LDG: INTERFAZ ANULADA. SECUENCIA "
               wk-secuencia " NO USADA"

           .


       registrar-envio.

           open extend envios

           if  sw-fs-envios-no-existe
               open output envios
           end-if

           if  not sw-fs-envios-ok
               go to abend
           end-if

           move wk-secuencia      to le-secuencia
           move wk-fecha-interfaz to le-fecha
           move wk-ciclo-interfaz to le-ciclo
           move wk-cuenta         to le-cuenta
           move wk-total          to le-total
           set le-enviado         to true
           move wk-fecha-proceso  to le-fecha-envio
           move zero              to le-fecha-acuse

           write le-registro

           if  not sw-fs-envios-ok
               go to abend
           end-if

           close envios

           .


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3LDG: AVISO: ERROR FECPROC. FS="
                   sw-fs-fecproc
               exit paragraph
           end-if

           read fecproc
               at end
                   continue
               not at end
                   if  fp-fecha is numeric
                   and fp-fecha > zero
                       move fp-fecha to wk-fecha-proceso
                   end-if
           end-read

           close fecproc

           .


       grabar-log-inicio.

           set lg-inicio to true
           move zero to lg-leidos
           move zero to lg-escritos
           move zero to lg-rechazados
           move zero to lg-retorno

           perform grabar-log

           .


       grabar-log-fin.

           set lg-fin to true
           move wk-leidos   to lg-leidos
           move wk-cuenta   to lg-escritos
           move zero        to lg-rechazados
           move return-code to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3LDG" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo-interfaz to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3LDG: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abend.

           display "ERROR. FS-FICHERO=" sw-fs
               " FS-INTERFAZ=" sw-fs-interfaz
               " FS-ENVIOS=" sw-fs-envios

           close fichero
           close interfaz
           close envios

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3LDG.
