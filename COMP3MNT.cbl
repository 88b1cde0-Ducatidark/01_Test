       organization is indexed
       access mode is random
       record key is ma-clave
       alternate record key is ma-texto2 with duplicates
       file status is sw-fs-maestro.

       select movimientos
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

       select parametros
       assign to "comp3mnt.txt"
       organization is line sequential
       file status is sw-fs-par.

       select pendientes
       assign to "pendient.txt"
       organization is line sequential
       file status is sw-fs-pend.

       select pendtrab
       assign to "pendtmp.txt"
       organization is line sequential
       file status is sw-fs-ptr.

       select pendctl
       assign to "pendctl.txt"
       organization is line sequential
       file status is sw-fs-pctl.

       select aprobaciones
       assign to "aprobac.txt"
       organization is line sequential
       file status is sw-fs-aprob.

       select suspenso
       assign to "suspens.txt"
       organization is line sequential
       file status is sw-fs-susp.

       select susptrab
       assign to "susptmp.txt"
       organization is line sequential
       file status is sw-fs-str.

       data division.
       file section.
       fd  maestro.
       copy RMAESTRO.

       fd  movimientos.
       01  mf-registro         pic x(26).

       fd  maesctl.
       copy RMAESCTL.

       fd  jornal
           record contains 111 characters.
       copy RMAESJRN.

       fd  ctlproc.
       copy RCTLPROC.

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       fd  parametros.
       01  pa-registro.
           05  pa-umbral       pic 9(7).

       fd  pendientes.
       01  pf-registro         pic x(82).

       fd  pendtrab.
       01  pt-registro         pic x(82).

       fd  pendctl.
       01  pc-registro.
           05  pc-ultimo       pic 9(7).

       fd  aprobaciones.
       01  ap-registro.
           05  ap-numero       pic 9(7).
           05  ap-decision     pic x(1).
           05  ap-aprobador    pic x(8).

       fd  suspenso.
       01  sf-registro         pic x(80).

       fd  susptrab.
       01  st-registro         pic x(80).

       working-storage section.

       01  sw-fs-maestro       pic x(2).
           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  sw-fs-par           pic x(2).
           88  sw-fs-par-ok                value '00'.
           88  sw-fs-par-no-existe         value '35'.

       01  sw-fs-pend          pic x(2).
           88  sw-fs-pend-ok               value '00'.
           88  sw-fs-pend-no-existe        value '35'.

       01  sw-fs-ptr           pic x(2).
           88  sw-fs-ptr-ok                value '00'.

       01  sw-fs-pctl          pic x(2).
           88  sw-fs-pctl-ok               value '00'.
           88  sw-fs-pctl-no-existe        value '35'.

       01  sw-fs-aprob         pic x(2).
           88  sw-fs-aprob-ok              value '00'.
           88  sw-fs-aprob-no-existe       value '35'.

       01  sw-fs-susp          pic x(2).
           88  sw-fs-susp-ok               value '00'.
           88  sw-fs-susp-no-existe        value '35'.

       01  sw-fs-str           pic x(2).
           88  sw-fs-str-ok                value '00'.

       01  sw-eof              pic x(1).
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.

       01  sw-origen           pic x(1)  value 'N'.
           88  sw-origen-nuevo             value 'N'.
           88  sw-origen-aprobacion        value 'P'.
           88  sw-origen-suspenso          value 'S'.

       01  sw-retenido         pic x(1)  value 'N'.
           88  sw-retenido-si              value 'S'.
           88  sw-retenido-no              value 'N'.

       01  sw-aprobado         pic x(1)  value 'N'.
           88  sw-aprobado-si              value 'S'.
           88  sw-aprobado-no              value 'N'.

       01  sw-aprob-hallada    pic x(1).
           88  sw-aprob-hallada-si         value 'S'.
           88  sw-aprob-hallada-no         value 'N'.

       01  mv-registro.
           05  mv-accion       pic x(1).
               88  mv-alta                 value 'A'.
               88  mv-modificacion         value 'M'.
               88  mv-baja                 value 'B'.
           05  mv-texto        pic x(5).
           05  mv-cifra        pic 9(7).
           05  mv-texto2       pic x(5).
           05  mv-operador     pic x(8).

       copy RPENDAPR.

       copy RSUSPENS.

       01  wk-valida           pic x(1).
           88  wk-valida-si                value 'S'.
           88  wk-valida-no                value 'N'.

       01  wk-motivo           pic x(20).
       01  wk-codigo           pic 9(2).

       01  wk-susp-nuevos      pic 9(7)  value zero.
       01  wk-susp-recuperados pic 9(7)  value zero.
       01  wk-susp-siguen      pic 9(7)  value zero.
       01  wk-susp-traspasados pic 9(7)  value zero.

       01  wk-cuenta           pic 9(7)          value zero.
       01  wk-total            pic S9(10) comp-3 value zero.
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo            pic 9(4)  value zero.

       01  wk-antes            pic x(38).
       01  wk-despues          pic x(38).

       01  wk-umbral           pic 9(7)  value 9999999.
       01  wk-aprobador        pic x(8)  value spaces.
       01  wk-ultimo-pendiente pic 9(7)  value zero.

       01  wk-retenidos        pic 9(7)  value zero.
       01  wk-en-espera        pic 9(7)  value zero.
       01  wk-aprob-aplicados  pic 9(7)  value zero.
       01  wk-denegados        pic 9(7)  value zero.

       01  wk-aprobaciones.
           05  wk-num-aprob    pic 9(5)    value zero.
           05  wk-aprob-entrada occurs 1000 times.
               10  wk-ap-numero    pic 9(7).
               10  wk-ap-decision  pic x(1).
                   88  wk-ap-aprobar       value 'A'.
                   88  wk-ap-denegar       value 'R'.
               10  wk-ap-aprobador pic x(8).
               10  wk-ap-usada     pic x(1).
                   88  wk-ap-usada-si      value 'S'.
                   88  wk-ap-usada-no      value 'N'.

       01  wk-max-aprob        pic 9(5)  value 1000.
       01  wk-sub-ap           pic 9(5).
       01  wk-sub              pic 9(5).

       procedure division.

           perform leer-fecha-proceso
           perform determinar-ciclo
           perform grabar-log-inicio

           move function current-date to wk-fecha-hora

           perform leer-parametros
           perform leer-control
           perform leer-control-pendientes
           perform cargar-aprobaciones
           perform abrir-jornal

           open i-o maestro
               go to abend
           end-if

           open output pendtrab

           if  not sw-fs-ptr-ok
               go to abend
           end-if

           open output susptrab

           if  not sw-fs-str-ok
               go to abend
           end-if

           display "COMP3MNT: MOVIMIENTOS APLICADOS AL MAESTRO"
           display "-----------------------------------"

           perform tratar-pendientes
           perform tratar-suspenso

           set sw-origen-nuevo to true

           open input movimientos

           if  not sw-fs-movs-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read movimientos into mv-registro
                   at end
                       set sw-eof-yes to true
                   not at end
                       set sw-aprobado-no to true
                       move spaces to wk-aprobador

                       perform tratar-movimiento
               end-read

           close movimientos
           close maestro
           close jornal
           close pendtrab
           close susptrab

           perform reescribir-pendientes
           perform reescribir-suspenso
           perform grabar-control-pendientes
           perform grabar-control
           perform listar-aprobaciones-sin-uso

           display "-----------------------------------"
           display "APLICADOS  : " wk-aplicados
           display "RECHAZADOS : " wk-rechazados
           display "RETENIDOS  : " wk-retenidos
           display "APROBADOS  : " wk-aprob-aplicados
           display "DENEGADOS  : " wk-denegados
           display "EN ESPERA  : " wk-en-espera
           display "SUSPENSO NUEVOS      : " wk-susp-nuevos
           display "SUSPENSO RECUPERADOS : " wk-susp-recuperados
           display "SUSPENSO PENDIENTES  : " wk-susp-siguen
           display "SUSPENSO A APROBACION: " wk-susp-traspasados
           display "CUENTA     : " wk-cuenta

           move wk-total to wk-display-cifra
           goback.


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3MNT: AVISO: ERROR FECPROC. FS="
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

           move "COMP3MNT" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo to lg-ciclo


       tratar-movimiento.

           set sw-retenido-no to true

           perform validar-movimiento

           if  wk-valida-si
           and sw-aprobado-no
           and mv-cifra > wk-umbral
               perform retener-movimiento
               exit paragraph
           end-if

           if  wk-valida-si
               evaluate true
                   when mv-alta
                       perform aplicar-alta
                   when mv-modificacion
                       perform aplicar-modificacion
                   when mv-baja
                       perform aplicar-baja
               end-evaluate
           end-if

           if  wk-valida-si
               add 1 to wk-aplicados
               display "APLICADO  " mv-accion " " mv-texto
                   " " mv-cifra " " mv-texto2 " " mv-operador
           else
               add 1 to wk-rechazados
               display "RECHAZADO " mv-accion " " mv-texto
                   " " mv-cifra " " mv-texto2 " " mv-operador
                   " " wk-motivo

               perform codificar-motivo

               if  not sw-origen-suspenso
                   perform enviar-suspenso
               end-if
           end-if

           .


       validar-movimiento.

           set wk-valida-si to true
           move spaces to wk-motivo

           end-if

           if  wk-valida-si
           and mv-operador = spaces
               set wk-valida-no to true
               move "FALTA OPERADOR" to wk-motivo
           end-if

           .


       retener-movimiento.

           set sw-retenido-si to true

           add 1 to wk-ultimo-pendiente
           add 1 to wk-retenidos

           move wk-ultimo-pendiente to pe-numero
           set pe-pendiente         to true
           move wk-fecha-proceso    to pe-fecha
           move wk-ciclo            to pe-ciclo
           move mv-registro         to pe-movimiento
           move spaces              to pe-aprobador
           move zero                to pe-fecha-resol
           move spaces              to pe-motivo

           write pt-registro from pe-registro

           if  not sw-fs-ptr-ok
               go to abend
           end-if

           display "RETENIDO  " mv-accion " " mv-texto
               " " mv-cifra " " mv-texto2 " " mv-operador
               " PENDIENTE " pe-numero

           .


       tratar-pendientes.

           open input pendientes

           if  sw-fs-pend-no-existe
               exit paragraph
           end-if

           if  not sw-fs-pend-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read pendientes into pe-registro
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  pe-pendiente
                           perform tratar-pendiente

                           write pt-registro from pe-registro

                           if  not sw-fs-ptr-ok
                               go to abend
                           end-if
                       end-if
               end-read

           end-perform

           close pendientes

           .


       tratar-pendiente.

           perform buscar-aprobacion

           evaluate true
               when sw-aprob-hallada-no
                   add 1 to wk-en-espera
                   display "EN ESPERA " pe-numero " " pe-accion
                       " " pe-texto " " pe-cifra " " pe-texto2
                       " " pe-operador

               when wk-ap-denegar (wk-sub-ap)
                   add 1 to wk-denegados
                   set pe-rechazado to true
                   move wk-ap-aprobador (wk-sub-ap) to pe-aprobador
                   move wk-fecha-proceso to pe-fecha-resol
                   move "DENEGADO" to pe-motivo
                   display "DENEGADO  " pe-numero " " pe-accion
                       " " pe-texto " " pe-cifra " " pe-texto2
                       " " pe-operador " POR " pe-aprobador

               when not wk-ap-aprobar (wk-sub-ap)
                   add 1 to wk-en-espera
                   display "EN ESPERA " pe-numero " " pe-accion
                       " " pe-texto " " pe-cifra " " pe-texto2
                       " " pe-operador " DECISION INVALIDA"

               when wk-ap-aprobador (wk-sub-ap) = spaces
               or   wk-ap-aprobador (wk-sub-ap) = pe-operador
                   add 1 to wk-en-espera
                   display "EN ESPERA " pe-numero " " pe-accion
                       " " pe-texto " " pe-cifra " " pe-texto2
                       " " pe-operador
                       " APROBADOR NO PUEDE SER EL OPERADOR"

               when other
                   perform aplicar-pendiente
           end-evaluate

           .


       aplicar-pendiente.

           set sw-origen-aprobacion to true

           move pe-movimiento to mv-registro
           move wk-ap-aprobador (wk-sub-ap) to wk-aprobador
           set sw-aprobado-si to true

           display "APROBADO  " pe-numero " POR " wk-aprobador

           perform tratar-movimiento

           move wk-aprobador to pe-aprobador
           move wk-fecha-proceso to pe-fecha-resol

           if  wk-valida-si
               add 1 to wk-aprob-aplicados
               set pe-aplicado to true
               move spaces to pe-motivo
           else
               set pe-rechazado to true
               move wk-motivo to pe-motivo
           end-if

           set sw-aprobado-no to true
           move spaces to wk-aprobador

           .


       codificar-motivo.

           evaluate wk-motivo
               when "ACCION INVALIDA"
                   move 01 to wk-codigo
               when "CIFRA NO NUMERICA"
                   move 02 to wk-codigo
               when "CIFRA FUERA DE RANGO"
                   move 03 to wk-codigo
               when "YA EXISTE"
                   move 04 to wk-codigo
               when "NO EXISTE"
                   move 05 to wk-codigo
               when "ERROR REWRITE"
                   move 06 to wk-codigo
               when "FALTA OPERADOR"
                   move 07 to wk-codigo
               when "REGISTRO CANCELADO"
                   move 08 to wk-codigo
               when "YA CANCELADO"
                   move 09 to wk-codigo
               when other
                   move 99 to wk-codigo
           end-evaluate

           .


       enviar-suspenso.

           add 1 to wk-susp-nuevos

           set su-pendiente      to true
           move mv-registro      to su-movimiento
           move wk-aprobador     to su-aprobador
           move wk-codigo        to su-codigo
           move wk-motivo        to su-motivo
           move wk-fecha-proceso to su-fecha-alta
           move wk-ciclo         to su-ciclo-alta
           move 1                to su-intentos
           move wk-fecha-proceso to su-fecha-ultimo

           write st-registro from su-registro

           if  not sw-fs-str-ok
               go to abend
           end-if

           display "SUSPENSO  " mv-accion " " mv-texto
               " " mv-cifra " " mv-texto2 " MOTIVO " wk-codigo

           .


       tratar-suspenso.

           open input suspenso

           if  sw-fs-susp-no-existe
               exit paragraph
           end-if

           if  not sw-fs-susp-ok
               go to abend
           end-if

           set sw-origen-suspenso to true
           set sw-eof-no to true

           perform until sw-eof-yes

               read suspenso into su-registro
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  su-pendiente
                           perform reintentar-suspenso

                           write st-registro from su-registro

                           if  not sw-fs-str-ok
                               go to abend
                           end-if
                       end-if
               end-read

           end-perform

           close suspenso

           .


       reintentar-suspenso.

           move su-movimiento to mv-registro
           move su-aprobador  to wk-aprobador

           if  su-aprobador = spaces
               set sw-aprobado-no to true
           else
               set sw-aprobado-si to true
           end-if

           display "REINTENTO " su-accion " " su-texto
               " " su-cifra " " su-texto2 " DESDE " su-fecha-alta
               " INTENTOS " su-intentos

           perform tratar-movimiento

           add 1        to su-intentos
           move wk-fecha-proceso to su-fecha-ultimo

           evaluate true
               when sw-retenido-si
                   add 1 to wk-susp-traspasados
                   set su-traspasado to true
               when wk-valida-si
                   add 1 to wk-susp-recuperados
                   set su-resuelto to true
               when other
                   add 1 to wk-susp-siguen
                   move wk-codigo to su-codigo
                   move wk-motivo to su-motivo
           end-evaluate

           set sw-aprobado-no to true
           move spaces to wk-aprobador

           .


       reescribir-suspenso.

           open input susptrab

           if  not sw-fs-str-ok
               go to abend
           end-if

           open output suspenso

           if  not sw-fs-susp-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read susptrab
                   at end
                       set sw-eof-yes to true
                   not at end
                       write sf-registro from st-registro

                       if  not sw-fs-susp-ok
                           go to abend
                       end-if
               end-read

           end-perform

           close susptrab
           close suspenso

           .


       buscar-aprobacion.

           set sw-aprob-hallada-no to true

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-aprob
                      or sw-aprob-hallada-si

               if  wk-ap-numero (wk-sub) = pe-numero
                   set sw-aprob-hallada-si to true
                   set wk-ap-usada-si (wk-sub) to true
                   move wk-sub to wk-sub-ap
               end-if

           end-perform

           .


       cargar-aprobaciones.

           open input aprobaciones

           if  sw-fs-aprob-no-existe
               exit paragraph
           end-if

           if  not sw-fs-aprob-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read aprobaciones
                   at end
                       set sw-eof-yes to true
                   not at end
                       perform guardar-aprobacion
               end-read

           end-perform

           close aprobaciones

           .


       guardar-aprobacion.

           if  ap-numero is not numeric
               display "COMP3MNT: AVISO: APROBACION CON NUMERO"
                   " NO NUMERICO. SE IGNORA"
               exit paragraph
           end-if

           if  wk-num-aprob >= wk-max-aprob
               display "ERROR: TABLA APROBACIONES LLENA"
               go to abend
           end-if

           add 1 to wk-num-aprob
           move ap-numero    to wk-ap-numero (wk-num-aprob)
           move ap-decision  to wk-ap-decision (wk-num-aprob)
           move ap-aprobador to wk-ap-aprobador (wk-num-aprob)
           set wk-ap-usada-no (wk-num-aprob) to true

           .


       listar-aprobaciones-sin-uso.

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-aprob

               if  wk-ap-usada-no (wk-sub)
                   display "AVISO: APROBACION " wk-ap-numero (wk-sub)
                       " SIN MOVIMIENTO PENDIENTE"
               end-if

           end-perform

           .


       reescribir-pendientes.

           open input pendtrab

           if  not sw-fs-ptr-ok
               go to abend
           end-if

           open output pendientes

           if  not sw-fs-pend-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read pendtrab
                   at end
                       set sw-eof-yes to true
                   not at end
                       write pf-registro from pt-registro

                       if  not sw-fs-pend-ok
                           go to abend
                       end-if
               end-read

           end-perform

           close pendtrab
           close pendientes

           .


       leer-control-pendientes.

           open input pendctl

           if  sw-fs-pctl-no-existe
               exit paragraph
           end-if

           if  not sw-fs-pctl-ok
               go to abend
           end-if

           read pendctl
               at end
                   continue
               not at end
                   if  pc-ultimo is numeric
                       move pc-ultimo to wk-ultimo-pendiente
                   end-if
           end-read

           close pendctl

           .


       grabar-control-pendientes.

           open output pendctl

           if  not sw-fs-pctl-ok
               go to abend
           end-if

           move wk-ultimo-pendiente to pc-ultimo

           write pc-registro

           if  not sw-fs-pctl-ok
               go to abend
           end-if

           close pendctl

           .


       leer-parametros.

           open input parametros

           if  sw-fs-par-no-existe
               display "COMP3MNT: SIN TARJETA DE PARAMETROS."
                   " NO SE RETIENEN MOVIMIENTOS"
               exit paragraph
           end-if

           if  not sw-fs-par-ok
               go to abend
           end-if

           read parametros
               at end
                   close parametros
                   display "COMP3MNT: TARJETA DE PARAMETROS VACIA"
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
           end-read

           close parametros

           if  pa-umbral is not numeric
               display "COMP3MNT: UMBRAL NO NUMERICO EN TARJETA"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           move pa-umbral to wk-umbral

           display "COMP3MNT: UMBRAL DE DOBLE CONTROL " wk-umbral

           .


           move mv-texto  to ma-texto
           move mv-cifra  to ma-cifra
           move mv-texto2 to ma-texto2
           set ma-activo  to true
           move wk-fecha-proceso to ma-alta-fecha
           move wk-ciclo         to ma-alta-ciclo
           move wk-fecha-proceso to ma-mant-fecha
           move wk-ciclo         to ma-mant-ciclo

           write ma-registro
               invalid key
                   perform reactivar-cancelado
               not invalid key
                   add 1        to wk-cuenta
                   add ma-cifra to wk-total
           .


       reactivar-cancelado.

           read maestro
               invalid key
                   set wk-valida-no to true
                   move "YA EXISTE" to wk-motivo
           end-read

           if  wk-valida-no
               exit paragraph
           end-if

           if  not ma-cancelado
               set wk-valida-no to true
               move "YA EXISTE" to wk-motivo
               exit paragraph
           end-if

           move ma-registro to wk-antes

           move mv-texto2 to ma-texto2
           set ma-activo  to true
           move wk-fecha-proceso to ma-alta-fecha
           move wk-ciclo         to ma-alta-ciclo
           move wk-fecha-proceso to ma-mant-fecha
           move wk-ciclo         to ma-mant-ciclo

           rewrite ma-registro
               invalid key
                   set wk-valida-no to true
                   move "ERROR REWRITE" to wk-motivo
               not invalid key
                   add 1        to wk-cuenta
                   add ma-cifra to wk-total

                   move ma-registro to wk-despues

                   perform grabar-jornal
           end-rewrite

           if  not sw-fs-maestro-ok
               go to abend
           end-if

           .


       aplicar-modificacion.

           move mv-texto to ma-texto
                   set wk-valida-no to true
                   move "NO EXISTE" to wk-motivo
               not invalid key
                   if  ma-cancelado
                       set wk-valida-no to true
                       move "REGISTRO CANCELADO" to wk-motivo
                   end-if
           end-read

           if  wk-valida-si
               move ma-registro to wk-antes
               move mv-texto2 to ma-texto2
               move wk-fecha-proceso to ma-mant-fecha
               move wk-ciclo         to ma-mant-ciclo

               rewrite ma-registro
                   invalid key
                       set wk-valida-no to true
                       move "ERROR REWRITE" to wk-motivo
                   not invalid key
                       move ma-registro to wk-despues

                       perform grabar-jornal
               end-rewrite
           end-if

           if  not sw-fs-maestro-ok
           and not sw-fs-maestro-no-existe
               go to abend
                   set wk-valida-no to true
                   move "NO EXISTE" to wk-motivo
               not invalid key
                   if  ma-cancelado
                       set wk-valida-no to true
                       move "YA CANCELADO" to wk-motivo
                   else
                       move ma-registro to wk-antes
                   end-if
           end-read

           if  wk-valida-si
               set ma-cancelado to true
               move wk-fecha-proceso to ma-mant-fecha
               move wk-ciclo         to ma-mant-ciclo

               rewrite ma-registro
                   invalid key
                       set wk-valida-no to true
                       move "ERROR REWRITE" to wk-motivo
                   not invalid key
                       subtract 1        from wk-cuenta
                       subtract ma-cifra from wk-total

                       move ma-registro to wk-despues

                       perform grabar-jornal
               end-rewrite
           end-if

           if  not sw-fs-maestro-ok

           move function current-date to wk-fecha-hora

           move wk-fecha-proceso to jr-fecha
           move wk-hora          to jr-hora
           move wk-ciclo         to jr-ciclo
           move mv-accion        to jr-accion
           move wk-antes         to jr-antes
           move wk-despues       to jr-despues
           move mv-operador      to jr-operador
           move wk-aprobador     to jr-aprobador

           write jr-registro

                   at end
                       set sw-eof-yes to true
                   not at end
                       if  cr-fecha = wk-fecha-proceso
                       and cr-completado
                       and cr-ciclo > wk-ciclo
                           move cr-ciclo to wk-ciclo
               " FS-CONTROL=" sw-fs-control
               " FS-JORNAL=" sw-fs-jornal
               " FS-CTLPROC=" sw-fs-ctl
               " FS-PARAMETROS=" sw-fs-par
               " FS-PENDIENTES=" sw-fs-pend
               " FS-PENDTMP=" sw-fs-ptr
               " FS-PENDCTL=" sw-fs-pctl
               " FS-APROBACIONES=" sw-fs-aprob
               " FS-SUSPENSO=" sw-fs-susp
               " FS-SUSPTMP=" sw-fs-str

           close maestro
           close movimientos
           close maesctl
           close jornal
           close pendientes
           close pendtrab
           close pendctl
           close aprobaciones
           close suspenso
           close susptrab

           move 16 to return-code

