       organization is line sequential
       file status is sw-fs-ctl.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "comp3rpt.lst"
       organization is line sequential
       file status is sw-fs-listado.

       select indice
       assign to "indlist.txt"
       organization is line sequential
       file status is sw-fs-indice.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       fd  ctlproc.
       copy RCTLPROC.

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs               pic x(2).
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
       01  wk-display-cifra    pic ---,---,--9.
       01  wk-display-total    pic --,---,---,--9.
       01  wk-display-trailer  pic --,---,---,--9.
       01  wk-trailer-cuenta   pic 9(7)          value zero.
       01  wk-trailer-total    pic S9(10) comp-3 value zero.

       01  wk-vio-trailer      pic x(1).
           88  wk-vio-trailer-si           value 'S'.
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo-esperado   pic 9(4)  value zero.
       01  wk-cab-fecha        pic 9(8)  value zero.
       01  wk-cab-ciclo        pic 9(4)  value zero.

       01  wk-ciclo-proceso    pic 9(4)  value zero.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform determinar-ciclo-esperado
               goback
           end-if

           move "TEXTO       CIFRA TEXTO2" to ls-columnas

           perform abrir-listado

           set sw-eof-no to true
           set wk-vio-trailer-no to true
           set wk-vio-cabecera-no to true

                           when re-tipo-detalle
                               move re-cifra to wk-display-cifra

                               string re-texto         delimited by size
                                      " "              delimited by size
                                      wk-display-cifra delimited by size
                                      " "              delimited by size
                                      re-texto2        delimited by size
                                   into ls-linea
                               end-string

                               perform imprimir-linea

                               add re-cifra to wk-total-cifra
                               add 1         to wk-total-registros
                               set wk-vio-trailer-si to true
                               move re-trailer-total
                                   to wk-display-trailer
                               move re-trailer-cuenta
                                   to wk-trailer-cuenta
                               move re-trailer-total
                                   to wk-trailer-total
                       end-evaluate
               end-read

           if  wk-ciclo-esperado > zero
               if  wk-vio-cabecera-no
                   display "ERROR: FICHERO SIN CABECERA DE CICLO"
                   close listado
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
               end-if

               if  wk-cab-fecha not = wk-fecha-proceso
               or  wk-cab-ciclo not = wk-ciclo-esperado
                   display "ERROR: CABECERA NO CORRESPONDE AL CICLO."
                       " CABECERA=" wk-cab-fecha "/" wk-cab-ciclo
                       " ESPERADO=" wk-fecha-proceso
                       "/" wk-ciclo-esperado
                   close listado
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
               end-if

               string "CICLO " wk-cab-ciclo " DE " wk-cab-fecha
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           else
               if  wk-vio-cabecera-si
                   string "AVISO: CABECERA " wk-cab-fecha "/"
                       wk-cab-ciclo " SIN CONTROL DE PROCESO"
                       delimited by size into ls-linea
                   end-string
                   perform imprimir-linea
               end-if
           end-if

           move wk-total-cifra to wk-display-total

           move ls-separador to ls-linea
           perform imprimir-linea

           string "TOTAL REGISTROS : " wk-total-registros
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "TOTAL RE-CIFRA  : " wk-display-total
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           if  wk-vio-trailer-si
               if  wk-trailer-cuenta = wk-total-registros
               and wk-trailer-total  = wk-total-cifra
                   move "TRAILER OK" to ls-linea
               else
                   string "TRAILER NO CUADRA. CUENTA="
                       wk-trailer-cuenta " TOTAL=" wk-display-trailer
                       delimited by size into ls-linea
                   end-string
               end-if
           else
               move "AVISO: FICHERO SIN TRAILER" to ls-linea
           end-if

           perform imprimir-linea

           perform cerrar-listado

           perform grabar-log-fin

           goback.


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3RPT: AVISO: ERROR FECPROC. FS="
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

           move "COMP3RPT" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora      to lg-hora
           move wk-cab-ciclo to lg-ciclo

                   at end
                       set sw-eof-yes to true
                   not at end
                       if  cr-fecha = wk-fecha-proceso
                       and cr-completado
                       and cr-ciclo > wk-ciclo-esperado
                           move cr-ciclo to wk-ciclo-esperado

           .


       abrir-listado.

           move "COMP3RPT" to ls-cab-programa
           move "DETALLE DEL FICHERO DE CARGA"
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
           move "COMP3RPT"       to il-programa
           move "comp3rpt.lst"   to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "COMP3RPT: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-FICHERO=" sw-fs
               " FS-LISTADO=" sw-fs-listado

           close fichero
           close listado

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3RPT.
