       program-id. COMP3PUR as "COMP3PUR".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select maestro
       assign to "maestro.dat"
       organization is indexed
       access mode is sequential
       record key is ma-clave
       alternate record key is ma-texto2 with duplicates
       file status is sw-fs-maestro.

       select archivo
       assign to "maespurg.dat"
       organization is sequential
       file status is sw-fs-archivo.

       select claves
       assign to "maespkey.dat"
       organization is indexed
       access mode is random
       record key is pk-clave
       file status is sw-fs-claves.

       select jornal
       assign to "maesjrnl.dat"
       organization is sequential
       file status is sw-fs-jornal.

       select parametros
       assign to "comp3pur.txt"
       organization is line sequential
       file status is sw-fs-par.

       select ctlproc
       assign to "ctlproc.txt"
       organization is line sequential
       file status is sw-fs-ctl.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "comp3pur.lst"
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
       fd  maestro.
       copy RMAESTRO.

       fd  archivo
           record contains 52 characters.
       01  ar-registro.
           05  ar-fecha-purga  pic 9(8).
           05  ar-hora-purga   pic 9(6).
           05  ar-maestro      pic x(38).

       fd  claves.
       copy RMAESPKY.

       fd  jornal
           record contains 111 characters.
       copy RMAESJRN.

       fd  parametros.
       01  pa-registro.
           05  pa-dias         pic 9(4).

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

       01  sw-fs-maestro       pic x(2).
           88  sw-fs-maestro-ok            value '00'.
           88  sw-fs-maestro-eof           value '10'.
           88  sw-fs-maestro-no-existe     value '35'.

       01  sw-fs-archivo       pic x(2).
           88  sw-fs-archivo-ok            value '00'.
           88  sw-fs-archivo-no-existe     value '35'.

       01  sw-fs-claves        pic x(2).
           88  sw-fs-claves-ok             value '00'.
           88  sw-fs-claves-no-existe      value '35'.

       01  sw-fs-jornal        pic x(2).
           88  sw-fs-jornal-ok             value '00'.
           88  sw-fs-jornal-no-existe      value '35'.

       01  sw-fs-par           pic x(2).
           88  sw-fs-par-ok                value '00'.
           88  sw-fs-par-no-existe         value '35'.

       01  sw-fs-runlog        pic x(2).
           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-ctl           pic x(2).
           88  sw-fs-ctl-ok                value '00'.
           88  sw-fs-ctl-no-existe         value '35'.

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

       01  wk-dias             pic 9(4)  value zero.
       01  wk-fecha-purga      pic 9(8)  value zero.
       01  wk-hora-purga       pic 9(6)  value zero.
       01  wk-fecha-corte      pic 9(8)  value zero.

       01  wk-leidos           pic 9(7)          value zero.
       01  wk-activos          pic 9(7)          value zero.
       01  wk-retenidos        pic 9(7)          value zero.
       01  wk-purgados         pic 9(7)          value zero.
       01  wk-cifra-retenida   pic S9(10) comp-3 value zero.
       01  wk-cifra-purgada    pic S9(10) comp-3 value zero.

       01  wk-display-cifra    pic -(7)9.
       01  wk-display-total    pic --,---,---,--9.
       01  wk-display-cuenta   pic z,zzz,zz9.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo-proceso    pic 9(4)  value zero.

       01  wk-ciclo            pic 9(4)  value zero.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform leer-parametros
           perform determinar-ciclo

           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to wk-fecha-purga
           move wk-hora  to wk-hora-purga

           compute wk-fecha-corte =
               function date-of-integer
                   (function integer-of-date (wk-fecha-purga)
                    - wk-dias)

           open i-o maestro

           if  sw-fs-maestro-no-existe
               display "COMP3PUR: MAESTRO NO EXISTE"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  not sw-fs-maestro-ok
               go to abend
           end-if

           perform abrir-jornal
           perform abrir-claves
           perform abrir-archivo

           move "TEXTO    CIFRA TEXT2 ALTA/CICLO    BAJA/CICLO"
               to ls-columnas

           perform abrir-listado

           string "CANCELADOS ANTES DE " wk-fecha-corte
               " (" wk-dias " DIAS)"
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move ls-separador to ls-linea
           perform imprimir-linea

           set sw-eof-no to true

           perform until sw-eof-yes

               read maestro
                   at end
                       set sw-eof-yes to true
                   not at end
                       perform tratar-registro
               end-read

           end-perform

           close maestro
           close archivo
           close claves
           close jornal

           move ls-separador to ls-linea
           perform imprimir-linea

           move wk-leidos to wk-display-cuenta
           string "LEIDOS               : " wk-display-cuenta
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-activos to wk-display-cuenta
           string "ACTIVOS              : " wk-display-cuenta
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-retenidos to wk-display-cuenta
           string "CANCELADOS RETENIDOS : " wk-display-cuenta
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-cifra-retenida to wk-display-total
           string "IMPORTE RETENIDO     : " wk-display-total
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-purgados to wk-display-cuenta
           string "PURGADOS             : " wk-display-cuenta
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-cifra-purgada to wk-display-total
           string "IMPORTE PURGADO      : " wk-display-total
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           perform cerrar-listado

           display "COMP3PUR: PURGADOS=" wk-purgados
               " RETENIDOS=" wk-retenidos

           perform grabar-log-fin

           goback.


       tratar-registro.

           add 1 to wk-leidos

           if  not ma-cancelado
               add 1 to wk-activos
               exit paragraph
           end-if

           if  ma-mant-fecha >= wk-fecha-corte
               add 1        to wk-retenidos
               add ma-cifra to wk-cifra-retenida
               exit paragraph
           end-if

           move wk-fecha-purga to ar-fecha-purga
           move wk-hora-purga  to ar-hora-purga
           move ma-registro    to ar-maestro

           write ar-registro

           if  not sw-fs-archivo-ok
               go to abend
           end-if

           move ma-clave       to pk-clave
           move wk-fecha-purga to pk-fecha-purga

           perform grabar-clave

           delete maestro

           if  not sw-fs-maestro-ok
               go to abend
           end-if

           perform grabar-jornal

           add 1        to wk-purgados
           add ma-cifra to wk-cifra-purgada

           move ma-cifra to wk-display-cifra

           string ma-texto " " wk-display-cifra " " ma-texto2
               " " ma-alta-fecha "/" ma-alta-ciclo
               " " ma-mant-fecha "/" ma-mant-ciclo
               delimited by size into ls-linea
           end-string

           perform imprimir-linea

           .


       abrir-claves.

           open i-o claves

           if  sw-fs-claves-no-existe
               open output claves

               if  not sw-fs-claves-ok
                   go to abend
               end-if

               close claves

               open i-o claves

               if  not sw-fs-claves-ok
                   go to abend
               end-if

               perform cargar-claves
           end-if

           if  not sw-fs-claves-ok
               go to abend
           end-if

           .


       cargar-claves.

           open input archivo

           if  sw-fs-archivo-no-existe
               exit paragraph
           end-if

           if  not sw-fs-archivo-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read archivo
                   at end
                       set sw-eof-yes to true
                   not at end
                       move ar-maestro (1:8) to pk-clave
                       move ar-fecha-purga   to pk-fecha-purga

                       perform grabar-clave
               end-read

           end-perform

           close archivo

           .


       grabar-clave.

           write pk-registro
               invalid key
                   rewrite pk-registro
                       invalid key
                           go to abend
                   end-rewrite
           end-write

           .


       abrir-archivo.

           open extend archivo

           if  sw-fs-archivo-no-existe
               open output archivo
           end-if

           if  not sw-fs-archivo-ok
               go to abend
           end-if

           .


       abrir-jornal.

           open extend jornal

           if  sw-fs-jornal-no-existe
               open output jornal
           end-if

           if  not sw-fs-jornal-ok
               go to abend
           end-if

           .


       grabar-jornal.

           move wk-fecha-purga to jr-fecha
           move wk-hora-purga  to jr-hora
           move wk-ciclo       to jr-ciclo
           set jr-purga        to true
           move ma-registro    to jr-antes
           move low-values     to jr-despues
           move spaces         to jr-operador
           move spaces         to jr-aprobador

           write jr-registro

           if  not sw-fs-jornal-ok
               go to abend
           end-if

           .


       determinar-ciclo.

           move zero to wk-ciclo

           open input ctlproc

           if  sw-fs-ctl-no-existe
               move wk-ciclo-proceso to wk-ciclo
               exit paragraph
           end-if

           if  not sw-fs-ctl-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read ctlproc
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  cr-fecha = wk-fecha-proceso
                       and cr-completado
                       and cr-ciclo > wk-ciclo
                           move cr-ciclo to wk-ciclo
                       end-if
               end-read

           end-perform

           close ctlproc

           if  wk-ciclo = zero
               move wk-ciclo-proceso to wk-ciclo
           end-if

           .


       leer-parametros.

           open input parametros

           if  sw-fs-par-no-existe
               display "COMP3PUR: FALTA TARJETA DE PARAMETROS"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  not sw-fs-par-ok
               go to abend
           end-if

           read parametros
               at end
                   close parametros
                   display "COMP3PUR: TARJETA DE PARAMETROS VACIA"
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
           end-read

           close parametros

           if  pa-dias is not numeric
               display "COMP3PUR: DIAS NO NUMERICOS EN TARJETA"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           move pa-dias to wk-dias

           .


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3PUR: AVISO: ERROR FECPROC. FS="
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
           move wk-leidos   to lg-leidos
           move wk-purgados to lg-escritos
           move zero        to lg-rechazados
           move return-code to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3PUR" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo-proceso to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3PUR: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abrir-listado.

           move "COMP3PUR" to ls-cab-programa
           move "PURGA DE REGISTROS CANCELADOS DEL MAESTRO"
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
           move "COMP3PUR"       to il-programa
           move "comp3pur.lst"   to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "COMP3PUR: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-MAESTRO=" sw-fs-maestro
               " FS-ARCHIVO=" sw-fs-archivo
               " FS-CLAVES=" sw-fs-claves
               " FS-JORNAL=" sw-fs-jornal
               " FS-PARAMETROS=" sw-fs-par
               " FS-LISTADO=" sw-fs-listado
               " FS-CTLPROC=" sw-fs-ctl

           close maestro
           close archivo
           close claves
           close jornal
           close parametros
           close listado
           close ctlproc

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3PUR.
