       select maestro
       assign to "maestro.dat"
       organization is indexed
       access mode is dynamic
       record key is ma-clave
       alternate record key is ma-texto2 with duplicates
       file status is sw-fs-maestro.

       select claves
       assign to "maespkey.dat"
       organization is indexed
       access mode is random
       record key is pk-clave
       file status is sw-fs-claves.

       select maesctl
       assign to "maestctl.txt"
       organization is line sequential
       file status is sw-fs-control.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       fd  maestro.
       copy RMAESTRO.

       fd  claves.
       copy RMAESPKY.

       fd  maesctl.
       copy RMAESCTL.

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.


       01  sw-fs-maestro       pic x(2).
           88  sw-fs-maestro-ok            value '00'.
           88  sw-fs-maestro-no-existe     value '35'.

       01  sw-fs-claves        pic x(2).
           88  sw-fs-claves-ok             value '00'.
           88  sw-fs-claves-no-existe      value '35'.

       01  sw-hay-claves       pic x(1)  value 'N'.
           88  sw-hay-claves-si            value 'S'.
           88  sw-hay-claves-no            value 'N'.

       01  sw-fs-control       pic x(2).
           88  sw-fs-control-ok            value '00'.
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.

       01  sw-purgado          pic x(1).
           88  sw-purgado-si               value 'S'.
           88  sw-purgado-no               value 'N'.

       01  sw-fs-runlog        pic x(2).
           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  wk-total-cifra      pic S9(10) comp-3 value zero.
       01  wk-total-registros  pic 9(7)          value zero.
       01  wk-existentes       pic 9(7)          value zero.
       01  wk-leidos           pic 9(7)          value zero.
       01  wk-altas            pic 9(7)          value zero.
       01  wk-omitidos         pic 9(7)          value zero.

       01  wk-clave-busca      pic x(8).

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-alta-fecha       pic 9(8)  value zero.
       01  wk-alta-ciclo       pic 9(4)  value zero.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to wk-alta-fecha

           perform abrir-claves

           open input fichero

           if  not sw-fs-ok
               go to abend
           end-if

           open i-o maestro

           if  sw-fs-maestro-no-existe
               open output maestro

               if  not sw-fs-maestro-ok
                   go to abend
               end-if

               close maestro

               open i-o maestro
           end-if

           if  not sw-fs-maestro-ok
               go to abend
                   not at end
                       add 1 to wk-leidos

                       if  re-tipo-cabecera
                           move re-cab-fecha to wk-alta-fecha
                           move re-cab-ciclo to wk-alta-ciclo
                       end-if

                       if  re-tipo-detalle
                           perform cargar-detalle
                       end-if
           end-perform

           close fichero

           if  sw-hay-claves-si
               close claves
           end-if

           perform totalizar-maestro

           close maestro

           perform grabar-control

           display "COMP3CAR: CARGADOS=" wk-altas
               " EXISTENTES=" wk-existentes
               " PURGADOS OMITIDOS=" wk-omitidos
               " ACTIVOS=" wk-total-registros

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
               display "COMP3CAR: AVISO: ERROR FECPROC. FS="
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

           set lg-fin to true
           move wk-leidos          to lg-leidos
           move wk-altas           to lg-escritos
           move wk-existentes      to lg-rechazados
           move return-code        to lg-retorno

           perform grabar-log

           move "COMP3CAR" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move zero     to lg-ciclo


       cargar-detalle.

           move re-texto  to ma-texto
           move re-cifra  to ma-cifra

           read maestro
               invalid key
                   continue
               not invalid key
                   add 1 to wk-existentes
                   exit paragraph
           end-read

           move ma-clave to wk-clave-busca

           perform buscar-purgado

           if  sw-purgado-si
               add 1 to wk-omitidos
               exit paragraph
           end-if

           move re-texto  to ma-texto
           move re-cifra  to ma-cifra
           move re-texto2 to ma-texto2
           set ma-activo  to true
           move wk-alta-fecha to ma-alta-fecha
           move wk-alta-ciclo to ma-alta-ciclo
           move wk-alta-fecha to ma-mant-fecha
           move wk-alta-ciclo to ma-mant-ciclo

           write ma-registro
               invalid key
                   go to abend
           end-write

           add 1 to wk-altas

           .


       abrir-claves.

           open input claves

           if  sw-fs-claves-no-existe
               exit paragraph
           end-if

           if  not sw-fs-claves-ok
               go to abend
           end-if

           set sw-hay-claves-si to true

           .


       buscar-purgado.

           set sw-purgado-no to true

           if  sw-hay-claves-no
               exit paragraph
           end-if

           move wk-clave-busca to pk-clave

           read claves
               invalid key
                   continue
               not invalid key
                   set sw-purgado-si to true
           end-read

           .


       totalizar-maestro.

           move low-values to ma-clave

           start maestro key is not less than ma-clave
               invalid key
                   exit paragraph
           end-start

           set sw-eof-no to true

           perform until sw-eof-yes

               read maestro next record
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  not ma-cancelado
                           add 1        to wk-total-registros
                           add ma-cifra to wk-total-cifra
                       end-if
               end-read

           end-perform

           .


           display "ERROR. FS-FICHERO=" sw-fs
               " FS-MAESTRO=" sw-fs-maestro
               " FS-CONTROL=" sw-fs-control
               " FS-CLAVES=" sw-fs-claves

           close fichero
           close maestro
           close maesctl
           close claves

           move 16 to return-code

