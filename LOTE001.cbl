       organization is line sequential
       file status is sw-fs-chk.

       select calendario
       assign to "calendar.txt"
       organization is line sequential
       file status is sw-fs-cal.

       select parametros
       assign to "lote001p.txt"
       organization is line sequential
       file status is sw-fs-par.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select pasos
       assign to "lote001s.txt"
       organization is line sequential
       file status is sw-fs-pasos.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
           05  ck-total-cifra  pic s9(10) sign leading separate.
           05  ck-ciclo        pic 9(4).

       fd  calendario.
       copy RCALEND.

       fd  parametros.
       01  lp-registro.
           05  lp-forzar       pic x(1).
               88  lp-forzar-si            value 'S'.
           05  lp-fecha        pic 9(8).

       fd  fecproc.
       copy RFECPROC.

       fd  pasos.
       copy RPASOLOT.

       fd  runlog.
       copy RRUNLOG.

           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-cal           pic x(2).
           88  sw-fs-cal-ok                value '00'.
           88  sw-fs-cal-no-existe         value '35'.

       01  sw-fs-par           pic x(2).
           88  sw-fs-par-ok                value '00'.
           88  sw-fs-par-no-existe         value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.

       01  sw-fs-pasos         pic x(2).
           88  sw-fs-pasos-ok              value '00'.
           88  sw-fs-pasos-no-existe       value '35'.

       01  sw-eof              pic x(1).
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.
           88  sw-fatal-si                 value 'S'.
           88  sw-fatal-no                 value 'N'.

       01  sw-forzar           pic x(1)  value 'N'.
           88  sw-forzar-si                value 'S'.
           88  sw-forzar-no                value 'N'.

       01  sw-reanudar         pic x(1)  value 'N'.
           88  sw-reanudar-si              value 'S'.
           88  sw-reanudar-no              value 'N'.

       01  sw-recuperacion     pic x(1)  value 'N'.
           88  sw-recuperacion-si          value 'S'.
           88  sw-recuperacion-no          value 'N'.

       01  sw-dia-habil        pic x(1)  value 'S'.
           88  sw-dia-habil-si             value 'S'.
           88  sw-dia-habil-no             value 'N'.

       01  sw-cal-hallado      pic x(1).
           88  sw-cal-hallado-si           value 'S'.
           88  sw-cal-hallado-no           value 'N'.

       01  sw-paso-hallado     pic x(1).
           88  sw-paso-hallado-si          value 'S'.
           88  sw-paso-hallado-no          value 'N'.

       01  sw-ejecutar         pic x(1).
           88  sw-ejecutar-si              value 'S'.
           88  sw-ejecutar-no              value 'N'.

       01  sw-pasos-error      pic x(1)  value 'N'.
           88  sw-pasos-error-si           value 'S'.
           88  sw-pasos-error-no           value 'N'.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.
       01  wk-fecha-hoy        pic 9(8)  value zero.
       01  wk-fecha-pedida     pic 9(8)  value zero.
       01  wk-fecha-ultima     pic 9(8)  value zero.
       01  wk-fecha-siguiente  pic 9(8)  value zero.
       01  wk-fecha-aux        pic 9(8)  value zero.
       01  wk-dia-int          pic 9(7)  value zero.
       01  wk-dia-fin          pic 9(7)  value zero.
       01  wk-dia-semana       pic 9(1)  value zero.
       01  wk-dias-atrasados   pic 9(5)  value zero.

       01  wk-calendario.
           05  wk-num-cal      pic 9(5)    value zero.
           05  wk-cal-entrada  occurs 1000 times.
               10  wk-cal-fecha    pic 9(8).
               10  wk-cal-tipo     pic x(1).
                   88  wk-cal-laborable    value 'L'.
                   88  wk-cal-festivo      value 'F'.

       01  wk-max-cal          pic 9(5)  value 1000.
       01  wk-sub-cal          pic 9(5).

       01  wk-total-registros  pic 9(7)  value zero.
       01  wk-total-cifra      pic S9(10) value zero.
       01  wk-num-escenarios   pic 9(7)  value zero.
       01  wk-rc-final         pic 9(4)  value zero.

       01  wk-nombres-pasos.
           05  filler          pic x(9)  value "COMP3   R".
           05  filler          pic x(9)  value "ENEB006 R".
           05  filler          pic x(9)  value "COMP3CARR".
           05  filler          pic x(9)  value "COMP3ACUO".
           05  filler          pic x(9)  value "COMP3SUMR".
           05  filler          pic x(9)  value "COMP3RPTR".
           05  filler          pic x(9)  value "COMP3CMPR".
       01  wk-nombres-r redefines wk-nombres-pasos.
           05  wk-defecto      occurs 7 times.
               10  wk-nombre-defecto   pic x(8).
               10  wk-tipo-defecto     pic x(1).

       01  wk-num-defecto      pic 9(2)  value 7.

       01  wk-pasos.
           05  wk-paso         occurs 20 times.
               10  wk-paso-nombre      pic x(8).
               10  wk-paso-tipo        pic x(1).
                   88  wk-paso-requerido   value 'R'.
                   88  wk-paso-opcional    value 'O'.
               10  wk-paso-condicion   pic x(1).
                   88  wk-paso-siempre     value ' '.
                   88  wk-paso-si-rc       value 'R'.
                   88  wk-paso-si-ejecutado value 'E'.
               10  wk-paso-referencia  pic x(8).
               10  wk-paso-rc-max      pic 9(2).
               10  wk-paso-hecho       pic x(1).
                   88  wk-paso-hecho-si    value 'S'.
                   88  wk-paso-hecho-no    value 'N'.
               10  wk-paso-estado      pic x(1).
                   88  wk-paso-pendiente   value 'P'.
                   88  wk-paso-ejecutado   value 'E'.
                   88  wk-paso-omitido     value 'O'.
                   88  wk-paso-fallido     value 'F'.
                   88  wk-paso-abortado    value 'X'.
                   88  wk-paso-corrido     value 'E' 'F' 'X'.
               10  wk-paso-rc          pic 9(4).

       01  wk-num-pasos        pic 9(2)  value zero.
       01  wk-max-pasos        pic 9(2)  value 20.
       01  wk-paso-sub         pic 9(2).
       01  wk-sub              pic 9(2).
       01  wk-sub-ref          pic 9(2).
       01  wk-pendientes       pic 9(2).
       01  wk-linea-pasos      pic 9(3)  value zero.

       01  wk-programa         pic x(8).
       01  wk-nombre-busca     pic x(8).
       01  wk-rc-ref           pic 9(4)  value zero.
       01  wk-rc-fallo         pic 9(4)  value zero.

       01  wk-display-tipo     pic x(9).
       01  wk-display-estado   pic x(14).

       procedure division.

           perform grabar-log-inicio

           perform cargar-pasos

           perform determinar-fecha-proceso

           if  sw-pasos-error-si
               display "LOTE001: DEFINICION DE PASOS INCORRECTA."
                   " NO SE EJECUTA NINGUN PASO"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  sw-dia-habil-no
               if  sw-forzar-si
                   display "LOTE001: " wk-fecha-proceso
                       " NO ES DIA HABIL. EJECUCION FORZADA"
               else
                   display "LOTE001: " wk-fecha-proceso
                       " NO ES DIA HABIL. INFORME FORZAR PARA EJECUTAR"
                   move 8 to return-code
                   perform grabar-log-fin
                   goback
               end-if
           end-if

           if  sw-hoy-completado-si
               perform leer-relanza
               if  sw-relanzar-si
                   display "LOTE001: RELANZAMIENTO AUTORIZADO"
                   compute wk-ciclo = wk-ciclo-max + 1
                   perform iniciar-estado-pasos
               else
                   display "LOTE001: CICLO YA COMPLETADO PARA "
                       wk-fecha-proceso
                       ". INFORME RELANZA PARA REPETIR"
                   move 8 to return-code
                   perform grabar-log-fin
                   goback
               end-if
           end-if

           if  sw-recuperacion-si
           and wk-rc-final < 4
               move 4 to wk-rc-final
           end-if

           perform grabar-fecha-proceso

           display "LOTE001: CICLO " wk-ciclo " DE " wk-fecha-proceso

           perform mostrar-plan

           perform varying wk-paso-sub from 1 by 1
                   until wk-paso-sub > wk-num-pasos
                       wk-paso-nombre (wk-paso-sub)
                       " YA COMPLETADO. SE OMITE"

                   if  wk-paso-nombre (wk-paso-sub) = "COMP3"
                       perform leer-checkpoint-comp3
                   end-if
               else
                   perform evaluar-condicion

                   if  sw-ejecutar-si
                       perform ejecutar-paso
                   else
                       perform omitir-paso
                   end-if
               end-if

           end-perform

           perform mostrar-resumen

           if  sw-fatal-si
               move wk-rc-fallo to return-code
               perform grabar-log-fin
               goback
           end-if

           perform registrar-fin-ciclo

           display "LOTE001: PROCESO COMPLETADO"

           move wk-rc-final to return-code

           move zero to return-code

           evaluate wk-paso-nombre (wk-paso-sub)
               when "COMP3"
                   call 'COMP3' using wk-total-registros
                                      wk-total-cifra

               when "ENEB006"
                   move wk-total-registros to wk-num-escenarios

                   if  wk-num-escenarios > 0
                           " SE OMITE ENEB006"
                   end-if

               when other
                   move wk-paso-nombre (wk-paso-sub) to wk-programa

                   call wk-programa
                       on exception
                           display "LOTE001: PROGRAMA " wk-programa
                               " NO DISPONIBLE"
                           move 16 to return-code
                   end-call
           end-evaluate

           move return-code to wk-paso-rc (wk-paso-sub)

           evaluate true
               when return-code = 0
                   set wk-paso-ejecutado (wk-paso-sub) to true

               when return-code = 4
                   display "LOTE001: PASO "
                       wk-paso-nombre (wk-paso-sub)
                       " CON AVISOS. RC=" return-code
                   set wk-paso-ejecutado (wk-paso-sub) to true
                   move 4 to wk-rc-final

               when wk-paso-opcional (wk-paso-sub)
                   display "LOTE001: PASO OPCIONAL "
                       wk-paso-nombre (wk-paso-sub)
                       " FALLO. RC=" return-code ". SE CONTINUA"
                   set wk-paso-fallido (wk-paso-sub) to true
                   move 4 to wk-rc-final

               when other
                   display "LOTE001: PASO "
                       wk-paso-nombre (wk-paso-sub)
                       " FALLO. RC=" return-code
                   set wk-paso-abortado (wk-paso-sub) to true
                   move return-code to wk-rc-fallo
                   set sw-fatal-si to true
           end-evaluate

               exit paragraph
           end-if

           if  wk-paso-nombre (wk-paso-sub) = "COMP3"
           and wk-paso-ejecutado (wk-paso-sub)
               display "LOTE001: COMP3 OK. REGISTROS="
                   wk-total-registros " CIFRA TOTAL=" wk-total-cifra
           end-if
               goback
           end-if

           move wk-fecha-proceso to cr-fecha
           move wk-ciclo         to cr-ciclo

           evaluate true
               when wk-paso-omitido (wk-paso-sub)
                   set cr-omitido to true
               when wk-paso-fallido (wk-paso-sub)
                   set cr-fallido to true
               when other
                   set cr-completado to true
           end-evaluate

           move wk-paso-nombre (wk-paso-sub) to cr-paso
           move wk-paso-rc (wk-paso-sub)     to cr-retorno

           write cr-registro

           if  not sw-fs-ctl-ok
               display "LOTE001: ERROR CONTROL. FS=" sw-fs-ctl
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           close ctlproc

           .


       registrar-fin-ciclo.

           open extend ctlproc

           if  sw-fs-ctl-no-existe
               open output ctlproc
           end-if

           if  not sw-fs-ctl-ok
               display "LOTE001: ERROR CONTROL. FS=" sw-fs-ctl
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           move wk-fecha-proceso to cr-fecha
           move wk-ciclo         to cr-ciclo
           set cr-completado     to true
           move "FINCICLO"       to cr-paso
           move wk-rc-final      to cr-retorno

           write cr-registro


           move "LOTE001 " to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo to lg-ciclo

           if  wk-fecha-proceso = zero
               move wk-fecha to lg-fecha
           end-if

           open extend runlog

           if  sw-fs-runlog-no-existe

           set sw-hoy-completado-no to true

           move zero to wk-ciclo-max
           perform iniciar-estado-pasos

           open input ctlproc

                   at end
                       set sw-eof-yes to true
                   not at end
                       if  cr-fecha = wk-fecha-proceso
                       and cr-registrado
                       and cr-ciclo > wk-ciclo-max
                           move cr-ciclo to wk-ciclo-max
                       end-if

           perform marcar-pasos-hechos

           if  sw-hoy-completado-si
               exit paragraph
           end-if

           move zero to wk-pendientes

           perform varying wk-sub from 1 by 1
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  cr-fecha = wk-fecha-proceso
                       and cr-ciclo = wk-ciclo-max
                       and cr-registrado
                           if  cr-paso = "FINCICLO"
                               set sw-hoy-completado-si to true
                           else
                               perform marcar-paso
                           end-if
                       end-if
               end-read

       marcar-paso.

           if  cr-paso = spaces
               move "COMP3" to wk-nombre-busca
           else
               move cr-paso to wk-nombre-busca
           end-if

           perform buscar-paso

           if  sw-paso-hallado-no
               exit paragraph
           end-if

           set wk-paso-hecho-si (wk-sub-ref) to true

           evaluate true
               when cr-omitido
                   set wk-paso-omitido (wk-sub-ref) to true
               when cr-fallido
                   set wk-paso-fallido (wk-sub-ref) to true
               when other
                   set wk-paso-ejecutado (wk-sub-ref) to true
           end-evaluate

           if  cr-retorno is numeric
               move cr-retorno to wk-paso-rc (wk-sub-ref)

               if  cr-completado
               and cr-retorno > wk-rc-final
                   move cr-retorno to wk-rc-final
               end-if
           end-if

           if  cr-fallido
           and wk-rc-final < 4
               move 4 to wk-rc-final
           end-if

           .


       iniciar-estado-pasos.

           move zero to wk-rc-final

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-pasos

               set wk-paso-hecho-no   (wk-sub) to true
               set wk-paso-pendiente  (wk-sub) to true
               move zero to wk-paso-rc (wk-sub)

           end-perform

           .


       buscar-paso.

           set sw-paso-hallado-no to true

           perform varying wk-sub-ref from 1 by 1
                   until wk-sub-ref > wk-num-pasos
                      or sw-paso-hallado-si

               if  wk-paso-nombre (wk-sub-ref) = wk-nombre-busca
                   set sw-paso-hallado-si to true
               end-if

           end-perform

           if  sw-paso-hallado-si
               subtract 1 from wk-sub-ref
           end-if

           .


       cargar-pasos.

           move zero to wk-num-pasos

           open input pasos

           if  sw-fs-pasos-no-existe
               perform cargar-pasos-defecto
               exit paragraph
           end-if

           if  not sw-fs-pasos-ok
               display "LOTE001: ERROR FICHERO DE PASOS. FS="
                   sw-fs-pasos
               set sw-pasos-error-si to true
               exit paragraph
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read pasos
                   at end
                       set sw-eof-yes to true
                   not at end
                       add 1 to wk-linea-pasos

                       if  ps-programa not = spaces
                       and ps-programa (1:1) not = '*'
                           perform guardar-paso
                       end-if
               end-read

           end-perform

           close pasos

           if  wk-num-pasos = zero
               display "LOTE001: FICHERO DE PASOS SIN PASOS"
               set sw-pasos-error-si to true
           end-if

           .


       cargar-pasos-defecto.

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-defecto

               move wk-nombre-defecto (wk-sub)
                   to wk-paso-nombre (wk-sub)
               move wk-tipo-defecto (wk-sub)
                   to wk-paso-tipo (wk-sub)
               set wk-paso-siempre   (wk-sub) to true
               move spaces to wk-paso-referencia (wk-sub)
               move zero   to wk-paso-rc-max (wk-sub)

           end-perform

           move wk-num-defecto to wk-num-pasos

           .


       guardar-paso.

           if  wk-num-pasos >= wk-max-pasos
               display "ERROR: TABLA PASOS LLENA"
               set sw-pasos-error-si to true
               exit paragraph
           end-if

           move ps-programa to wk-nombre-busca

           perform buscar-paso

           if  sw-paso-hallado-si
               display "LOTE001: LINEA " wk-linea-pasos
                   ": PASO " ps-programa " DUPLICADO"
               set sw-pasos-error-si to true
               exit paragraph
           end-if

           if  not ps-requerido
           and not ps-opcional
               display "LOTE001: LINEA " wk-linea-pasos
                   ": TIPO INVALIDO " ps-tipo
               set sw-pasos-error-si to true
               exit paragraph
           end-if

           evaluate true
               when ps-siempre
                   continue

               when ps-si-rc
                   if  ps-rc-max is not numeric
                       display "LOTE001: LINEA " wk-linea-pasos
                           ": RC MAXIMO NO NUMERICO"
                       set sw-pasos-error-si to true
                       exit paragraph
                   end-if

                   if  ps-referencia not = spaces
                       perform validar-referencia
                   end-if

               when ps-si-ejecutado
                   if  ps-referencia = spaces
                       display "LOTE001: LINEA " wk-linea-pasos
                           ": FALTA PASO DE REFERENCIA"
                       set sw-pasos-error-si to true
                       exit paragraph
                   end-if

                   perform validar-referencia

               when other
                   display "LOTE001: LINEA " wk-linea-pasos
                       ": CONDICION INVALIDA " ps-condicion
                   set sw-pasos-error-si to true
                   exit paragraph
           end-evaluate

           if  sw-pasos-error-si
               exit paragraph
           end-if

           add 1 to wk-num-pasos

           move ps-programa   to wk-paso-nombre     (wk-num-pasos)
           move ps-tipo       to wk-paso-tipo       (wk-num-pasos)
           move ps-condicion  to wk-paso-condicion  (wk-num-pasos)
           move ps-referencia to wk-paso-referencia (wk-num-pasos)

           if  ps-si-rc
               move ps-rc-max to wk-paso-rc-max (wk-num-pasos)
           else
               move zero      to wk-paso-rc-max (wk-num-pasos)
           end-if

           .


       validar-referencia.

           move ps-referencia to wk-nombre-busca

           perform buscar-paso

           if  sw-paso-hallado-no
               display "LOTE001: LINEA " wk-linea-pasos
                   ": REFERENCIA " ps-referencia
                   " NO ES UN PASO ANTERIOR"
               set sw-pasos-error-si to true
           end-if

           .


       evaluar-condicion.

           set sw-ejecutar-si to true

           evaluate true
               when wk-paso-si-rc (wk-paso-sub)
                   perform obtener-rc-referencia

                   if  wk-rc-ref > wk-paso-rc-max (wk-paso-sub)
                       set sw-ejecutar-no to true
                   end-if

               when wk-paso-si-ejecutado (wk-paso-sub)
                   move wk-paso-referencia (wk-paso-sub)
                       to wk-nombre-busca

                   perform buscar-paso

                   if  sw-paso-hallado-no
                       set sw-ejecutar-no to true
                   else
                       if  not wk-paso-corrido (wk-sub-ref)
                           set sw-ejecutar-no to true
                       end-if
                   end-if
           end-evaluate

           .


       obtener-rc-referencia.

           move zero to wk-rc-ref

           if  wk-paso-referencia (wk-paso-sub) = spaces
               perform varying wk-sub from 1 by 1
                       until wk-sub >= wk-paso-sub

                   if  wk-paso-corrido (wk-sub)
                   and wk-paso-rc (wk-sub) > wk-rc-ref
                       move wk-paso-rc (wk-sub) to wk-rc-ref
                   end-if

               end-perform

               exit paragraph
           end-if

           move wk-paso-referencia (wk-paso-sub) to wk-nombre-busca

           perform buscar-paso

           if  sw-paso-hallado-si
               if  wk-paso-corrido (wk-sub-ref)
                   move wk-paso-rc (wk-sub-ref) to wk-rc-ref
               end-if
           end-if

           .


       omitir-paso.

           display "LOTE001: PASO " wk-paso-nombre (wk-paso-sub)
               " OMITIDO POR CONDICION"

           set wk-paso-omitido (wk-paso-sub) to true
           move zero to wk-paso-rc (wk-paso-sub)

           perform registrar-paso

           .


       mostrar-plan.

           display "LOTE001: PLAN DE EJECUCION"
           display "-----------------------------------"

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-pasos

               if  wk-paso-requerido (wk-sub)
                   move "REQUERIDO" to wk-display-tipo
               else
                   move "OPCIONAL"  to wk-display-tipo
               end-if

               evaluate true
                   when wk-paso-hecho-si (wk-sub)
                       display wk-sub " " wk-paso-nombre (wk-sub)
                           " " wk-display-tipo " YA COMPLETADO"

                   when wk-paso-si-rc (wk-sub)
                   and  wk-paso-referencia (wk-sub) = spaces
                       display wk-sub " " wk-paso-nombre (wk-sub)
                           " " wk-display-tipo
                           " SI RC PREVIO <= " wk-paso-rc-max (wk-sub)

                   when wk-paso-si-rc (wk-sub)
                       display wk-sub " " wk-paso-nombre (wk-sub)
                           " " wk-display-tipo
                           " SI RC DE " wk-paso-referencia (wk-sub)
                           " <= " wk-paso-rc-max (wk-sub)

                   when wk-paso-si-ejecutado (wk-sub)
                       display wk-sub " " wk-paso-nombre (wk-sub)
                           " " wk-display-tipo
                           " SI SE EJECUTO "
                           wk-paso-referencia (wk-sub)

                   when other
                       display wk-sub " " wk-paso-nombre (wk-sub)
                           " " wk-display-tipo " SIEMPRE"
               end-evaluate

           end-perform

           display "-----------------------------------"

           .


       mostrar-resumen.

           display "LOTE001: RESUMEN DE PASOS"
           display "-----------------------------------"

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-pasos

               evaluate true
                   when wk-paso-ejecutado (wk-sub)
                       move "EJECUTADO"      to wk-display-estado
                   when wk-paso-omitido (wk-sub)
                       move "OMITIDO"        to wk-display-estado
                   when wk-paso-fallido (wk-sub)
                       move "FALLO OPCIONAL" to wk-display-estado
                   when wk-paso-abortado (wk-sub)
                       move "FALLO"          to wk-display-estado
                   when other
                       move "NO EJECUTADO"   to wk-display-estado
               end-evaluate

               if  wk-paso-hecho-si (wk-sub)
               and not wk-paso-pendiente (wk-sub)
                   display wk-sub " " wk-paso-nombre (wk-sub)
                       " " wk-display-estado " RC=" wk-paso-rc (wk-sub)
                       " (EJECUCION ANTERIOR)"
               else
                   display wk-sub " " wk-paso-nombre (wk-sub)
                       " " wk-display-estado " RC=" wk-paso-rc (wk-sub)
               end-if

           end-perform

           display "-----------------------------------"

           .


       determinar-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-hoy
           move wk-fecha to wk-fecha-proceso

           perform leer-parametros
           perform cargar-calendario

           if  wk-fecha-pedida > zero
               move wk-fecha-pedida to wk-fecha-proceso
               display "LOTE001: FECHA DE PROCESO INDICADA "
                   wk-fecha-proceso
               perform verificar-ciclo
           else
               perform buscar-ultima-fecha

               if  wk-fecha-ultima = zero
                   perform verificar-ciclo
               else
                   move wk-fecha-ultima to wk-fecha-proceso
                   perform verificar-ciclo

                   if  sw-hoy-completado-no
                       set sw-reanudar-si to true
                   else
                       perform buscar-dias-pendientes
                       perform verificar-ciclo
                   end-if
               end-if
           end-if

           if  sw-reanudar-si
               set sw-dia-habil-si to true
           else
               move wk-fecha-proceso to wk-fecha-aux
               perform evaluar-dia
           end-if

           .


       buscar-ultima-fecha.

           move zero to wk-fecha-ultima

           open input ctlproc

           if  sw-fs-ctl-no-existe
               exit paragraph
           end-if

           if  not sw-fs-ctl-ok
               display "LOTE001: ERROR CONTROL. FS=" sw-fs-ctl
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read ctlproc
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  cr-registrado
                       and cr-fecha > wk-fecha-ultima
                           move cr-fecha to wk-fecha-ultima
                       end-if
               end-read

           end-perform

           close ctlproc

           .


       buscar-dias-pendientes.

           move zero to wk-fecha-siguiente
           move zero to wk-dias-atrasados

           compute wk-dia-int =
               function integer-of-date (wk-fecha-ultima) + 1
           compute wk-dia-fin =
               function integer-of-date (wk-fecha-hoy)

           perform until wk-dia-int > wk-dia-fin

               compute wk-fecha-aux =
                   function date-of-integer (wk-dia-int)

               perform evaluar-dia

               if  sw-dia-habil-si
                   if  wk-fecha-siguiente = zero
                       move wk-fecha-aux to wk-fecha-siguiente
                   end-if

                   if  wk-fecha-aux < wk-fecha-hoy
                       add 1 to wk-dias-atrasados
                       display "LOTE001: DIA HABIL SIN PROCESAR "
                           wk-fecha-aux
                   end-if
               end-if

               add 1 to wk-dia-int

           end-perform

           if  wk-fecha-siguiente = zero
               move wk-fecha-hoy to wk-fecha-proceso
           else
               move wk-fecha-siguiente to wk-fecha-proceso
           end-if

           if  wk-dias-atrasados > zero
               display "LOTE001: CICLO DE RECUPERACION PARA "
                   wk-fecha-proceso ". DIAS PENDIENTES="
                   wk-dias-atrasados
               set sw-recuperacion-si to true
           end-if

           .


       evaluar-dia.

           set sw-cal-hallado-no to true

           perform varying wk-sub-cal from 1 by 1
                   until wk-sub-cal > wk-num-cal
                      or sw-cal-hallado-si

               if  wk-cal-fecha (wk-sub-cal) = wk-fecha-aux
                   set sw-cal-hallado-si to true

                   if  wk-cal-festivo (wk-sub-cal)
                       set sw-dia-habil-no to true
                   else
                       set sw-dia-habil-si to true
                   end-if
               end-if

           end-perform

           if  sw-cal-hallado-si
               exit paragraph
           end-if

           compute wk-dia-semana =
               function mod
                   (function integer-of-date (wk-fecha-aux) - 1, 7)

           if  wk-dia-semana < 5
               set sw-dia-habil-si to true
           else
               set sw-dia-habil-no to true
           end-if

           .


       cargar-calendario.

           open input calendario

           if  sw-fs-cal-no-existe
               display "LOTE001: AVISO: SIN CALENDARIO."
                   " SE CONSIDERAN HABILES DE LUNES A VIERNES"
               exit paragraph
           end-if

           if  not sw-fs-cal-ok
               display "LOTE001: ERROR CALENDARIO. FS=" sw-fs-cal
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read calendario
                   at end
                       set sw-eof-yes to true
                   not at end
                       perform guardar-dia-calendario
               end-read

           end-perform

           close calendario

           .


       guardar-dia-calendario.

           if  ca-fecha is not numeric
           or  (not ca-laborable and not ca-festivo)
               display "LOTE001: AVISO: CALENDARIO INVALIDO. SE IGNORA "
                   ca-registro
               exit paragraph
           end-if

           if  wk-num-cal >= wk-max-cal
               display "LOTE001: ERROR: TABLA CALENDARIO LLENA"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           add 1 to wk-num-cal
           move ca-fecha to wk-cal-fecha (wk-num-cal)
           move ca-tipo  to wk-cal-tipo (wk-num-cal)

           .


       leer-parametros.

           set sw-forzar-no to true
           move zero to wk-fecha-pedida

           open input parametros

           if  sw-fs-par-no-existe
               exit paragraph
           end-if

           if  not sw-fs-par-ok
               display "LOTE001: ERROR PARAMETROS. FS=" sw-fs-par
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           read parametros
               at end
                   continue
               not at end
                   if  lp-forzar-si
                       set sw-forzar-si to true
                   end-if

                   if  lp-fecha is numeric
                       move lp-fecha to wk-fecha-pedida
                   end-if
           end-read

           close parametros

           if  wk-fecha-pedida > zero
               if  function test-date-yyyymmdd (wk-fecha-pedida)
                   not = 0
                   display "LOTE001: FECHA DE PROCESO INVALIDA "
                       wk-fecha-pedida
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
               end-if
           end-if

           .


       grabar-fecha-proceso.

           open output fecproc

           if  not sw-fs-fecproc-ok
               display "LOTE001: ERROR FECPROC. FS=" sw-fs-fecproc
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           move wk-fecha-proceso to fp-fecha
           move wk-ciclo         to fp-ciclo

           write fp-registro

           if  not sw-fs-fecproc-ok
               display "LOTE001: ERROR FECPROC. FS=" sw-fs-fecproc
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           close fecproc

           .


