       program-id. COMP3ACU as "COMP3ACU".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select fichero
       assign to "fichero.txt"
       organization is sequential
       file status is sw-fs.

       select periodo
       assign to "periodo.dat"
       organization is indexed
       access mode is dynamic
       record key is pr-clave
       file status is sw-fs-periodo.

       select perctl
       assign to "periodctl.txt"
       organization is line sequential
       file status is sw-fs-perctl.

       select acumulados
       assign to "periodac.txt"
       organization is line sequential
       file status is sw-fs-acum.

       select ctlproc
       assign to "ctlproc.txt"
       organization is line sequential
       file status is sw-fs-ctl.

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

       fd  periodo.
       copy RPERIODO.

       fd  perctl.
       copy RPERCTL.

       fd  acumulados.
       copy RPERACU.

       fd  ctlproc.
       copy RCTLPROC.

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       working-storage section.

       01  sw-fs               pic x(2).
           88  sw-fs-ok                    value '00'.
           88  sw-fs-eof                   value '10'.

       01  sw-fs-periodo       pic x(2).
           88  sw-fs-periodo-ok            value '00'.
           88  sw-fs-periodo-no-existe     value '35'.

       01  sw-fs-perctl        pic x(2).
           88  sw-fs-perctl-ok             value '00'.
           88  sw-fs-perctl-no-existe      value '35'.

       01  sw-fs-acum          pic x(2).
           88  sw-fs-acum-ok               value '00'.
           88  sw-fs-acum-no-existe        value '35'.

       01  sw-fs-ctl           pic x(2).
           88  sw-fs-ctl-ok                value '00'.
           88  sw-fs-ctl-no-existe         value '35'.

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

       01  sw-completado       pic x(1).
           88  sw-completado-si            value 'S'.
           88  sw-completado-no            value 'N'.

       01  sw-ya-acumulado     pic x(1).
           88  sw-ya-acumulado-si          value 'S'.
           88  sw-ya-acumulado-no          value 'N'.

       01  sw-acu-hallado      pic x(1).
           88  sw-acu-hallado-si           value 'S'.
           88  sw-acu-hallado-no           value 'N'.

       01  wk-fecha-ciclo      pic 9(8)          value zero.
       01  wk-fecha-ciclo-r redefines wk-fecha-ciclo.
           05  wk-ciclo-mes    pic 9(6).
           05  filler          pic 9(2).
       01  wk-ciclo-ano        pic 9(4)          value zero.
       01  wk-ciclo            pic 9(4)          value zero.

       01  wk-mes-abierto      pic 9(6)          value zero.
       01  wk-ano-abierto      pic 9(4)          value zero.

       01  wk-acumulado.
           05  wk-num-acu      pic 9(5)    value zero.
           05  wk-acu-entrada  occurs 1000 times.
               10  wk-acu-clave.
                   15  wk-acu-texto    pic x(5).
                   15  wk-acu-tipo     pic x(1).
               10  wk-acu-cuenta   pic 9(7).
               10  wk-acu-importe  pic s9(11) comp-3.

       01  wk-max-acu          pic 9(5)  value 1000.
       01  wk-sub              pic 9(5).

       01  wk-clave-busca.
           05  wk-busca-texto  pic x(5).
           05  wk-busca-tipo   pic x(1).

       01  wk-importe          pic s9(7)         value zero.

       01  wk-leidos           pic 9(7)          value zero.
       01  wk-detalles         pic 9(7)          value zero.
       01  wk-total            pic S9(10) comp-3 value zero.
       01  wk-cargos           pic S9(11) comp-3 value zero.
       01  wk-abonos           pic S9(11) comp-3 value zero.
       01  wk-altas            pic 9(5)          value zero.
       01  wk-actualizados     pic 9(5)          value zero.

       01  wk-display-cifra    pic --,---,---,--9.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform leer-cabecera

           if  sw-vio-cabecera-no
               display "COMP3ACU: FICHERO SIN CABECERA"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           perform verificar-ciclo-completado

           if  sw-completado-no
               display "COMP3ACU: CICLO " wk-ciclo " DE " wk-fecha-ciclo
                   " NO COMPLETADO EN CONTROL DE PROCESO"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           perform verificar-acumulado

           if  sw-ya-acumulado-si
               display "COMP3ACU: CICLO " wk-ciclo " DE " wk-fecha-ciclo
                   " YA ACUMULADO. NO SE REPITE"
               move 4 to return-code
               perform grabar-log-fin
               goback
           end-if

           perform leer-control-periodo

           if  wk-ciclo-mes < wk-mes-abierto
               display "COMP3ACU: EL MES " wk-ciclo-mes
                   " YA ESTA CERRADO"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  wk-ciclo-ano not = wk-ano-abierto
               display "COMP3ACU: EL ANO " wk-ano-abierto
                   " NO ESTA CERRADO. EJECUTE EL CIERRE ANUAL"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  wk-ciclo-mes > wk-mes-abierto
               display "COMP3ACU: EL MES " wk-mes-abierto
                   " NO ESTA CERRADO. EJECUTE EL CIERRE MENSUAL"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           perform cargar-detalle
           perform actualizar-periodo
           perform registrar-acumulado
           perform grabar-control-periodo

           display "COMP3ACU: CICLO " wk-ciclo " DE " wk-fecha-ciclo
               " ACUMULADO EN EL PERIODO " wk-mes-abierto
           display "-----------------------------------"
           display "DETALLES       : " wk-detalles
           display "CLAVES NUEVAS  : " wk-altas
           display "CLAVES ACTUAL. : " wk-actualizados

           move wk-cargos to wk-display-cifra
           display "CARGOS         : " wk-display-cifra

           move wk-abonos to wk-display-cifra
           display "ABONOS         : " wk-display-cifra

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
                       move re-cab-fecha to wk-fecha-ciclo
                       move re-cab-ciclo to wk-ciclo
                       move wk-fecha-ciclo (1:4) to wk-ciclo-ano
                   end-if
           end-read

           close fichero

           .


       verificar-ciclo-completado.

           set sw-completado-no to true

           open input ctlproc

           if  sw-fs-ctl-no-existe
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
                       if  cr-fecha = wk-fecha-ciclo
                       and cr-ciclo = wk-ciclo
                       and cr-completado
                       and (cr-paso = spaces or cr-paso = "COMP3")
                           set sw-completado-si to true
                       end-if
               end-read

           end-perform

           close ctlproc

           .


       verificar-acumulado.

           set sw-ya-acumulado-no to true

           open input acumulados

           if  sw-fs-acum-no-existe
               exit paragraph
           end-if

           if  not sw-fs-acum-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read acumulados
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  ac-fecha = wk-fecha-ciclo
                       and ac-ciclo = wk-ciclo
                           set sw-ya-acumulado-si to true
                       end-if
               end-read

           end-perform

           close acumulados

           .


       leer-control-periodo.

           move wk-ciclo-mes to wk-mes-abierto
           move wk-ciclo-ano to wk-ano-abierto

           open input perctl

           if  sw-fs-perctl-no-existe
               display "COMP3ACU: SIN CONTROL DE PERIODO."
                   " SE ABRE EL MES " wk-mes-abierto
               exit paragraph
           end-if

           if  not sw-fs-perctl-ok
               go to abend
           end-if

           read perctl
               at end
                   continue
               not at end
                   if  pc-mes-abierto is numeric
                   and pc-ano-abierto is numeric
                       move pc-mes-abierto to wk-mes-abierto
                       move pc-ano-abierto to wk-ano-abierto
                   else
                       display "COMP3ACU: CONTROL DE PERIODO INVALIDO"
                       close perctl
                       move 16 to return-code
                       perform grabar-log-fin
                       goback
                   end-if
           end-read

           close perctl

           .


       cargar-detalle.

           open input fichero

           if  not sw-fs-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read fichero
                   at end
                       set sw-eof-yes to true
                   not at end
                       add 1 to wk-leidos

                       if  re-tipo-detalle
                           perform acumular-detalle
                       end-if
               end-read

           end-perform

           close fichero

           .


       acumular-detalle.

           add 1        to wk-detalles
           add re-cifra to wk-total

           move re-texto to wk-busca-texto

           if  re-cifra < zero
               move 'A' to wk-busca-tipo
               compute wk-importe = 0 - re-cifra
               add wk-importe to wk-abonos
           else
               move 'C' to wk-busca-tipo
               move re-cifra to wk-importe
               add wk-importe to wk-cargos
           end-if

           perform buscar-acumulado

           if  sw-acu-hallado-no
               if  wk-num-acu >= wk-max-acu
                   display "ERROR: TABLA ACUMULADOS LLENA"
                   go to abend
               end-if

               add 1 to wk-num-acu
               move wk-num-acu to wk-sub

               move wk-clave-busca to wk-acu-clave (wk-sub)
               move zero           to wk-acu-cuenta (wk-sub)
               move zero           to wk-acu-importe (wk-sub)
           end-if

           add 1          to wk-acu-cuenta (wk-sub)
           add wk-importe to wk-acu-importe (wk-sub)

           .


       buscar-acumulado.

           set sw-acu-hallado-no to true

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-acu
                      or sw-acu-hallado-si

               if  wk-acu-clave (wk-sub) = wk-clave-busca
                   set sw-acu-hallado-si to true
               end-if

           end-perform

           if  sw-acu-hallado-si
               subtract 1 from wk-sub
           end-if

           .


       actualizar-periodo.

           open i-o periodo

           if  sw-fs-periodo-no-existe
               open output periodo

               if  not sw-fs-periodo-ok
                   go to abend
               end-if

               close periodo

               open i-o periodo
           end-if

           if  not sw-fs-periodo-ok
               go to abend
           end-if

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-acu

               perform actualizar-clave

           end-perform

           close periodo

           .


       actualizar-clave.

           move wk-acu-clave (wk-sub) to pr-clave

           read periodo
               invalid key
                   perform alta-clave
               not invalid key
                   perform sumar-clave
           end-read

           .


       alta-clave.

           move wk-acu-texto (wk-sub)   to pr-texto
           move wk-acu-tipo (wk-sub)    to pr-tipo
           move wk-fecha-ciclo          to pr-dia-fecha
           move wk-acu-cuenta (wk-sub)  to pr-dia-cuenta
           move wk-acu-importe (wk-sub) to pr-dia-importe
           move wk-acu-cuenta (wk-sub)  to pr-mes-cuenta
           move wk-acu-importe (wk-sub) to pr-mes-importe
           move wk-acu-cuenta (wk-sub)  to pr-ano-cuenta
           move wk-acu-importe (wk-sub) to pr-ano-importe
           move wk-fecha-ciclo          to pr-ult-fecha
           move wk-ciclo                to pr-ult-ciclo

           write pr-registro
               invalid key
                   go to abend
           end-write

           add 1 to wk-altas

           .


       sumar-clave.

           if  pr-dia-fecha not = wk-fecha-ciclo
               move wk-fecha-ciclo to pr-dia-fecha
               move zero           to pr-dia-cuenta
               move zero           to pr-dia-importe
           end-if

           add wk-acu-cuenta (wk-sub)  to pr-dia-cuenta
           add wk-acu-importe (wk-sub) to pr-dia-importe
           add wk-acu-cuenta (wk-sub)  to pr-mes-cuenta
           add wk-acu-importe (wk-sub) to pr-mes-importe
           add wk-acu-cuenta (wk-sub)  to pr-ano-cuenta
           add wk-acu-importe (wk-sub) to pr-ano-importe

           move wk-fecha-ciclo to pr-ult-fecha
           move wk-ciclo       to pr-ult-ciclo

           rewrite pr-registro
               invalid key
                   go to abend
           end-rewrite

           add 1 to wk-actualizados

           .


       registrar-acumulado.

           open extend acumulados

           if  sw-fs-acum-no-existe
               open output acumulados
           end-if

           if  not sw-fs-acum-ok
               go to abend
           end-if

           move wk-fecha-ciclo   to ac-fecha
           move wk-ciclo         to ac-ciclo
           move wk-detalles      to ac-cuenta
           move wk-total         to ac-total
           move wk-fecha-proceso to ac-fecha-proc

           write ac-registro

           if  not sw-fs-acum-ok
               go to abend
           end-if

           close acumulados

           .


       grabar-control-periodo.

           open output perctl

           if  not sw-fs-perctl-ok
               go to abend
           end-if

           move wk-mes-abierto to pc-mes-abierto
           move wk-ano-abierto to pc-ano-abierto

           write pc-registro

           if  not sw-fs-perctl-ok
               go to abend
           end-if

           close perctl

           .


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3ACU: AVISO: ERROR FECPROC. FS="
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
           compute lg-escritos = wk-altas + wk-actualizados
           move zero        to lg-rechazados
           move return-code to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3ACU" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3ACU: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abend.

           display "ERROR. FS-FICHERO=" sw-fs
               " FS-PERIODO=" sw-fs-periodo
               " FS-CONTROL=" sw-fs-perctl
               " FS-ACUMULADOS=" sw-fs-acum
               " FS-CTLPROC=" sw-fs-ctl

           close fichero
           close periodo
           close perctl
           close acumulados
           close ctlproc

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3ACU.
