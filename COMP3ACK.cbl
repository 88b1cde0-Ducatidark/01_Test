       program-id. COMP3ACK as "COMP3ACK".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select acuses
       assign to "ledgack.txt"
       organization is line sequential
       file status is sw-fs-acuses.

       select envios
       assign to "ledgenv.txt"
       organization is line sequential
       file status is sw-fs-envios.

       select trabajo
       assign to "ledgtmp.txt"
       organization is line sequential
       file status is sw-fs-trabajo.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "comp3ack.lst"
       organization is line sequential
       file status is sw-fs-listado.

       select indice
       assign to "indlist.txt"
       organization is line sequential
       file status is sw-fs-indice.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       file status is sw-fs-runlog.

       data division.
       file section.
       fd  acuses.
       copy RLEDGACK.

       fd  envios.
       copy RLEDGENV.

       fd  trabajo.
       01  tr-registro         pic x(54).

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs-acuses        pic x(2).
           88  sw-fs-acuses-ok             value '00'.
           88  sw-fs-acuses-no-existe      value '35'.

       01  sw-fs-envios        pic x(2).
           88  sw-fs-envios-ok             value '00'.
           88  sw-fs-envios-no-existe      value '35'.

       01  sw-fs-trabajo       pic x(2).
           88  sw-fs-trabajo-ok            value '00'.

       01  sw-fs-runlog        pic x(2).
           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  sw-fs-listado       pic x(2).
           88  sw-fs-listado-ok            value '00'.

       01  sw-fs-indice        pic x(2).
           88  sw-fs-indice-ok             value '00'.
           88  sw-fs-indice-no-existe      value '35'.

       01  sw-eof              pic x(1).
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.

       01  sw-acuse-hallado    pic x(1).
           88  sw-acuse-hallado-si         value 'S'.
           88  sw-acuse-hallado-no         value 'N'.

       01  wk-acusetab.
           05  wk-num-acuses   pic 9(5)    value zero.
           05  wk-acuse-entrada occurs 1000 times.
               10  wk-ak-secuencia pic 9(7).
               10  wk-ak-resultado pic x(1).
                   88  wk-ak-aceptado      value 'A'.
                   88  wk-ak-rechazado     value 'R'.
               10  wk-ak-cuenta    pic 9(7).
               10  wk-ak-total     pic s9(10) comp-3.
               10  wk-ak-fecha     pic 9(8).
               10  wk-ak-usado     pic x(1).
                   88  wk-ak-usado-si      value 'S'.
                   88  wk-ak-usado-no      value 'N'.

       01  wk-max-acuses       pic 9(5)  value 1000.
       01  wk-sub              pic 9(5).
       01  wk-sub-ak           pic 9(5).

       01  wk-leidos           pic 9(7)  value zero.
       01  wk-conciliados      pic 9(7)  value zero.
       01  wk-ya-conciliados   pic 9(7)  value zero.
       01  wk-sin-acuse        pic 9(7)  value zero.
       01  wk-discrepantes     pic 9(7)  value zero.
       01  wk-rechazados       pic 9(7)  value zero.
       01  wk-huerfanos        pic 9(7)  value zero.
       01  wk-incidencias      pic 9(7)  value zero.

       01  wk-display-cifra    pic --,---,---,--9.
       01  wk-display-acuse    pic --,---,---,--9.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo-proceso    pic 9(4)  value zero.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           move function current-date to wk-fecha-hora

           perform cargar-acuses

           open input envios

           if  sw-fs-envios-no-existe
               display "COMP3ACK: SIN REGISTRO DE ENVIOS"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  not sw-fs-envios-ok
               go to abend
           end-if

           open output trabajo

           if  not sw-fs-trabajo-ok
               go to abend
           end-if

           move "SITUACION         SECUENC FECHA/CICLO   CUENTA"
               to ls-columnas

           perform abrir-listado

           set sw-eof-no to true

           perform until sw-eof-yes

               read envios
                   at end
                       set sw-eof-yes to true
                   not at end
                       add 1 to wk-leidos

                       perform tratar-envio

                       write tr-registro from le-registro

                       if  not sw-fs-trabajo-ok
                           go to abend
                       end-if
               end-read

           end-perform

           close envios
           close trabajo

           perform reescribir-envios
           perform listar-acuses-huerfanos

           compute wk-incidencias =
               wk-sin-acuse + wk-discrepantes
               + wk-rechazados + wk-huerfanos

           move ls-separador to ls-linea
           perform imprimir-linea

           string "ENVIOS              : " wk-leidos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "CONCILIADOS HOY     : " wk-conciliados
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "YA CONCILIADOS      : " wk-ya-conciliados
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "SIN ACUSE           : " wk-sin-acuse
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "TOTALES DISTINTOS   : " wk-discrepantes
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "RECHAZADOS          : " wk-rechazados
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "ACUSES SIN ENVIO    : " wk-huerfanos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           if  wk-incidencias = zero
               move "INTERFACES CONCILIADAS CON CONTABILIDAD"
                   to ls-linea
               perform imprimir-linea
           else
               string "ERROR: " wk-incidencias
                   " INCIDENCIA(S) CON CONTABILIDAD"
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
               move 4 to return-code
           end-if

           perform cerrar-listado

           perform grabar-log-fin

           goback.


       tratar-envio.

           perform buscar-acuse

           if  le-conciliado
               add 1 to wk-ya-conciliados
               exit paragraph
           end-if

           move le-total to wk-display-cifra

           if  sw-acuse-hallado-no
               if  le-enviado
                   add 1 to wk-sin-acuse
                   string "SIN ACUSE         " le-secuencia
                       " " le-fecha "/" le-ciclo
                       " " le-cuenta " " wk-display-cifra
                       " ENVIADO " le-fecha-envio
                       delimited by size into ls-linea
                   end-string
                   perform imprimir-linea
               else
                   perform mostrar-pendiente
               end-if
               exit paragraph
           end-if

           move wk-ak-fecha (wk-sub-ak) to le-fecha-acuse

           if  wk-ak-rechazado (wk-sub-ak)
               add 1 to wk-rechazados
               set le-rechazado to true
               string "RECHAZADO         " le-secuencia
                   " " le-fecha "/" le-ciclo
                   " " le-cuenta " " wk-display-cifra
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
               exit paragraph
           end-if

           if  wk-ak-cuenta (wk-sub-ak) = le-cuenta
           and wk-ak-total (wk-sub-ak)  = le-total
               add 1 to wk-conciliados
               set le-conciliado to true
               string "CONCILIADO        " le-secuencia
                   " " le-fecha "/" le-ciclo
                   " " le-cuenta " " wk-display-cifra
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           else
               add 1 to wk-discrepantes
               set le-discrepante to true
               move wk-ak-total (wk-sub-ak) to wk-display-acuse
               string "TOTALES DISTINTOS " le-secuencia
                   " " le-fecha "/" le-ciclo
                   " ENVIADO " le-cuenta " " wk-display-cifra
                   " ACUSADO " wk-ak-cuenta (wk-sub-ak)
                   " " wk-display-acuse
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           .


       mostrar-pendiente.

           if  le-discrepante
               add 1 to wk-discrepantes
               string "TOTALES DISTINTOS " le-secuencia
                   " " le-fecha "/" le-ciclo
                   " " le-cuenta " " wk-display-cifra
                   " ACUSADO " le-fecha-acuse
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           .


       buscar-acuse.

           set sw-acuse-hallado-no to true

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-acuses

               if  wk-ak-secuencia (wk-sub) = le-secuencia
                   set sw-acuse-hallado-si to true
                   set wk-ak-usado-si (wk-sub) to true
                   move wk-sub to wk-sub-ak
               end-if

           end-perform

           .


       cargar-acuses.

           open input acuses

           if  sw-fs-acuses-no-existe
               display "COMP3ACK: SIN FICHERO DE ACUSES"
               exit paragraph
           end-if

           if  not sw-fs-acuses-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read acuses
                   at end
                       set sw-eof-yes to true
                   not at end
                       perform guardar-acuse
               end-read

           end-perform

           close acuses

           .


       guardar-acuse.

           if  ak-secuencia is not numeric
           or  ak-cuenta is not numeric
           or  ak-total is not numeric
               display "COMP3ACK: AVISO: ACUSE NO NUMERICO. SE IGNORA "
                   ak-registro
               exit paragraph
           end-if

           if  wk-num-acuses >= wk-max-acuses
               display "ERROR: TABLA ACUSES LLENA"
               go to abend
           end-if

           add 1 to wk-num-acuses
           move ak-secuencia to wk-ak-secuencia (wk-num-acuses)
           move ak-resultado to wk-ak-resultado (wk-num-acuses)
           move ak-cuenta    to wk-ak-cuenta (wk-num-acuses)
           move ak-total     to wk-ak-total (wk-num-acuses)
           move ak-fecha     to wk-ak-fecha (wk-num-acuses)
           set wk-ak-usado-no (wk-num-acuses) to true

           .


       listar-acuses-huerfanos.

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-acuses

               if  wk-ak-usado-no (wk-sub)
                   add 1 to wk-huerfanos
                   move wk-ak-total (wk-sub) to wk-display-acuse
                   string "ACUSE SIN ENVIO   " wk-ak-secuencia (wk-sub)
                       " " wk-ak-cuenta (wk-sub)
                       " " wk-display-acuse
                       delimited by size into ls-linea
                   end-string
                   perform imprimir-linea
               end-if

           end-perform

           .


       reescribir-envios.

           open input trabajo

           if  not sw-fs-trabajo-ok
               go to abend
           end-if

           open output envios

           if  not sw-fs-envios-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read trabajo
                   at end
                       set sw-eof-yes to true
                   not at end
                       write le-registro from tr-registro

                       if  not sw-fs-envios-ok
                           go to abend
                       end-if
               end-read

           end-perform

           close trabajo
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
               display "COMP3ACK: AVISO: ERROR FECPROC. FS="
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

                   if  fp-ciclo is numeric
                       move fp-ciclo to wk-ciclo-proceso
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
           move wk-leidos      to lg-leidos
           move wk-conciliados to lg-escritos
           move wk-incidencias to lg-rechazados
           move return-code    to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3ACK" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move zero     to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3ACK: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abrir-listado.

           move "COMP3ACK" to ls-cab-programa
           move "CONCILIACION DE INTERFACES CONTABLES"
               to ls-cab-titulo
           move wk-fecha-proceso to ls-cab-fecha
           move wk-ciclo-proceso to ls-cab-ciclo

           open output listado

           if  not sw-fs-listado-ok
               go to abend
           end-if

           .


       imprimir-linea.

           if  ls-lineas-pag >= ls-max-lineas
               perform imprimir-cabecera
           end-if

           write li-linea from ls-linea after advancing 1 line

           if  not sw-fs-listado-ok
               go to abend
           end-if

           add 1 to ls-lineas-pag
           add 1 to ls-lineas

           move spaces to ls-linea

           .


       imprimir-cabecera.

           add 1 to ls-paginas
           move ls-paginas to ls-cab-pagina

           write li-linea from ls-cabecera after advancing page
           write li-linea from ls-separador after advancing 1 line
           move 2 to ls-lineas-pag

           if  ls-columnas not = spaces
               write li-linea from ls-columnas after advancing 1 line
               write li-linea from ls-separador after advancing 1 line
               add 2 to ls-lineas-pag
           end-if

           if  not sw-fs-listado-ok
               go to abend
           end-if

           .


       cerrar-listado.

           if  ls-paginas = zero
               perform imprimir-cabecera
           end-if

           move ls-paginas to ls-fin-paginas
           move ls-lineas  to ls-fin-lineas

           write li-linea from ls-fin after advancing 2 lines

           if  not sw-fs-listado-ok
               go to abend
           end-if

           close listado

           perform grabar-indice

           .


       grabar-indice.

           move wk-fecha-proceso to il-fecha
           move wk-ciclo-proceso to il-ciclo
           move "COMP3ACK"       to il-programa
           move "comp3ack.lst"   to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "COMP3ACK: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-ACUSES=" sw-fs-acuses
               " FS-ENVIOS=" sw-fs-envios
               " FS-TRABAJO=" sw-fs-trabajo
               " FS-LISTADO=" sw-fs-listado

           close acuses
           close envios
           close trabajo
           close listado

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3ACK.
