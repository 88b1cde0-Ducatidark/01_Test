       program-id. COMP3CNV as "COMP3CNV".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select anterior
       assign to "maestro.ant"
       organization is indexed
       access mode is sequential
       record key is an-clave
       file status is sw-fs-anterior.

       select maestro
       assign to "maestro.dat"
       organization is indexed
       access mode is sequential
       record key is ma-clave
       alternate record key is ma-texto2 with duplicates
       file status is sw-fs-maestro.

       select jornal-ant
       assign to "maesjrnl.ant"
       organization is sequential
       file status is sw-fs-jornal-ant.

       select jornal
       assign to "maesjrnl.dat"
       organization is sequential
       file status is sw-fs-jornal.

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
       fd  anterior
           record contains 13 characters.
       01  an-registro.
           05  an-clave.
               10  an-texto        pic x(5).
               10  an-cifra        pic s9(5) comp-3.
           05  an-texto2       pic x(5).

       fd  maestro.
       copy RMAESTRO.

       fd  jornal-ant
           record contains 45 characters.
       01  ja-registro.
           05  ja-fecha        pic 9(8).
           05  ja-hora         pic 9(6).
           05  ja-ciclo        pic 9(4).
           05  ja-accion       pic x(1).
           05  ja-antes        pic x(13).
           05  ja-despues      pic x(13).

       fd  jornal
           record contains 111 characters.
       copy RMAESJRN.

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       working-storage section.

       01  sw-fs-anterior      pic x(2).
           88  sw-fs-anterior-ok           value '00'.
           88  sw-fs-anterior-no-existe    value '35'.

       01  sw-fs-maestro       pic x(2).
           88  sw-fs-maestro-ok            value '00'.
           88  sw-fs-maestro-no-existe     value '35'.

       01  sw-fs-jornal-ant    pic x(2).
           88  sw-fs-jornal-ant-ok         value '00'.
           88  sw-fs-jornal-ant-no-existe  value '35'.

       01  sw-fs-jornal        pic x(2).
           88  sw-fs-jornal-ok             value '00'.
           88  sw-fs-jornal-no-existe      value '35'.

       01  sw-fs-runlog        pic x(2).
           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  sw-eof              pic x(1).
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.

       01  sw-hay-jornal       pic x(1).
           88  sw-hay-jornal-si            value 'S'.
           88  sw-hay-jornal-no            value 'N'.

       01  wk-imagen-ant       pic x(13).
       01  wk-imagen-ant-r redefines wk-imagen-ant.
           05  wk-ant-texto    pic x(5).
           05  wk-ant-cifra    pic s9(5) comp-3.
           05  wk-ant-texto2   pic x(5).
       01  wk-imagen-nueva     pic x(38).
       01  wk-imagen-fecha     pic 9(8)  value zero.
       01  wk-imagen-ciclo     pic 9(4)  value zero.

       01  wk-leidos           pic 9(7)          value zero.
       01  wk-maestros         pic 9(7)          value zero.
       01  wk-asientos         pic 9(7)          value zero.
       01  wk-total-cifra      pic S9(10) comp-3 value zero.

       01  wk-display-total    pic --,---,---,--9.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo-proceso    pic 9(4)  value zero.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform verificar-ficheros

           perform convertir-maestro

           if  sw-hay-jornal-si
               perform convertir-jornal
           end-if

           move wk-total-cifra to wk-display-total

           display "COMP3CNV: CONVERSION DEL MAESTRO Y DEL JORNAL"
           display "-----------------------------------"
           display "MAESTROS CONVERTIDOS : " wk-maestros
           display "TOTAL CIFRA          : " wk-display-total
           display "ASIENTOS CONVERTIDOS : " wk-asientos

           perform grabar-log-fin

           goback.


       verificar-ficheros.

           open input anterior

           if  sw-fs-anterior-no-existe
               display "COMP3CNV: NO EXISTE maestro.ant."
                   " RENOMBRE EL MAESTRO ANTERIOR"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  not sw-fs-anterior-ok
               go to abend
           end-if

           close anterior

           open input maestro

           if  not sw-fs-maestro-no-existe
               close maestro
               display "COMP3CNV: maestro.dat YA EXISTE."
                   " NO SE CONVIERTE"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           set sw-hay-jornal-si to true

           open input jornal-ant

           if  sw-fs-jornal-ant-no-existe
               display "COMP3CNV: AVISO: SIN maesjrnl.ant."
                   " NO SE CONVIERTE EL JORNAL"
               set sw-hay-jornal-no to true
               exit paragraph
           end-if

           if  not sw-fs-jornal-ant-ok
               go to abend
           end-if

           close jornal-ant

           open input jornal

           if  not sw-fs-jornal-no-existe
               close jornal
               display "COMP3CNV: maesjrnl.dat YA EXISTE."
                   " NO SE CONVIERTE"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           .


       convertir-maestro.

           open input anterior

           if  not sw-fs-anterior-ok
               go to abend
           end-if

           open output maestro

           if  not sw-fs-maestro-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read anterior
                   at end
                       set sw-eof-yes to true
                   not at end
                       add 1 to wk-leidos
                       perform convertir-registro
               end-read

           end-perform

           close anterior
           close maestro

           .


       convertir-registro.

           move an-texto         to ma-texto
           move an-cifra         to ma-cifra
           move an-texto2        to ma-texto2
           set ma-activo         to true
           move wk-fecha-proceso to ma-alta-fecha
           move wk-ciclo-proceso to ma-alta-ciclo
           move wk-fecha-proceso to ma-mant-fecha
           move wk-ciclo-proceso to ma-mant-ciclo

           write ma-registro
               invalid key
                   go to abend
           end-write

           add 1        to wk-maestros
           add ma-cifra to wk-total-cifra

           .


       convertir-jornal.

           open input jornal-ant

           if  not sw-fs-jornal-ant-ok
               go to abend
           end-if

           open output jornal

           if  not sw-fs-jornal-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read jornal-ant
                   at end
                       set sw-eof-yes to true
                   not at end
                       add 1 to wk-leidos
                       perform convertir-asiento
               end-read

           end-perform

           close jornal-ant
           close jornal

           .


       convertir-asiento.

           move ja-fecha  to jr-fecha
           move ja-hora   to jr-hora
           move ja-ciclo  to jr-ciclo
           move ja-accion to jr-accion

           move ja-fecha  to wk-imagen-fecha
           move ja-ciclo  to wk-imagen-ciclo

           move ja-antes  to wk-imagen-ant
           perform convertir-imagen
           move wk-imagen-nueva to jr-antes

           move ja-despues to wk-imagen-ant
           perform convertir-imagen
           move wk-imagen-nueva to jr-despues

           if  jr-baja
           and ja-despues = low-values
           and ja-antes not = low-values
               move jr-antes      to ma-registro
               set ma-cancelado   to true
               move ja-fecha      to ma-mant-fecha
               move ja-ciclo      to ma-mant-ciclo
               move ma-registro   to jr-despues
           end-if

           move spaces to jr-operador
           move spaces to jr-aprobador

           write jr-registro

           if  not sw-fs-jornal-ok
               go to abend
           end-if

           add 1 to wk-asientos

           .


       convertir-imagen.

           if  wk-imagen-ant = low-values
               move low-values to wk-imagen-nueva
               exit paragraph
           end-if

           move wk-ant-texto    to ma-texto
           move wk-ant-cifra    to ma-cifra
           move wk-ant-texto2   to ma-texto2
           set ma-activo        to true
           move wk-imagen-fecha to ma-alta-fecha
           move wk-imagen-ciclo to ma-alta-ciclo
           move wk-imagen-fecha to ma-mant-fecha
           move wk-imagen-ciclo to ma-mant-ciclo

           move ma-registro to wk-imagen-nueva

           .


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3CNV: AVISO: ERROR FECPROC. FS="
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
           compute lg-escritos = wk-maestros + wk-asientos
           move zero        to lg-rechazados
           move return-code to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3CNV" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo-proceso to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3CNV: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abend.

           display "ERROR. FS-ANTERIOR=" sw-fs-anterior
               " FS-MAESTRO=" sw-fs-maestro
               " FS-JORNAL-ANT=" sw-fs-jornal-ant
               " FS-JORNAL=" sw-fs-jornal

           close anterior
           close maestro
           close jornal-ant
           close jornal

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3CNV.
