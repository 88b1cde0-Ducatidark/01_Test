       program-id. COMP3CIE as "COMP3CIE".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select parametros
       assign to "comp3cie.txt"
       organization is line sequential
       file status is sw-fs-par.

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

       select cierres
       assign to "cierres.txt"
       organization is line sequential
       file status is sw-fs-cierres.

       select ctlproc
       assign to "ctlproc.txt"
       organization is line sequential
       file status is sw-fs-ctl.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "comp3cie.lst"
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
       fd  parametros.
       01  pa-registro.
           05  pa-tipo         pic x(1).
               88  pa-mensual              value 'M'.
               88  pa-anual                value 'A'.
           05  pa-ano          pic 9(4).
           05  pa-mes          pic 9(2).

       fd  periodo.
       copy RPERIODO.

       fd  perctl.
       copy RPERCTL.

       fd  acumulados.
       copy RPERACU.

       fd  cierres.
       copy RCIERRE.

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

       01  sw-fs-par           pic x(2).
           88  sw-fs-par-ok                value '00'.
           88  sw-fs-par-no-existe         value '35'.

       01  sw-fs-periodo       pic x(2).
           88  sw-fs-periodo-ok            value '00'.
           88  sw-fs-periodo-eof           value '10'.
           88  sw-fs-periodo-no-existe     value '35'.

       01  sw-fs-perctl        pic x(2).
           88  sw-fs-perctl-ok             value '00'.
           88  sw-fs-perctl-no-existe      value '35'.

       01  sw-fs-acum          pic x(2).
           88  sw-fs-acum-ok               value '00'.
           88  sw-fs-acum-no-existe        value '35'.

       01  sw-fs-cierres       pic x(2).
           88  sw-fs-cierres-ok            value '00'.
           88  sw-fs-cierres-no-existe     value '35'.

       01  sw-fs-ctl           pic x(2).
           88  sw-fs-ctl-ok                value '00'.
           88  sw-fs-ctl-no-existe         value '35'.

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

       01  sw-cerrar-mes       pic x(1).
           88  sw-cerrar-mes-si            value 'S'.
           88  sw-cerrar-mes-no            value 'N'.

       01  sw-cerrar-ano       pic x(1).
           88  sw-cerrar-ano-si            value 'S'.
           88  sw-cerrar-ano-no            value 'N'.

       01  sw-ya-cerrado       pic x(1).
           88  sw-ya-cerrado-si            value 'S'.
           88  sw-ya-cerrado-no            value 'N'.

       01  sw-en-periodo       pic x(1).
           88  sw-en-periodo-si            value 'S'.
           88  sw-en-periodo-no            value 'N'.

       01  sw-cic-hallado      pic x(1).
           88  sw-cic-hallado-si           value 'S'.
           88  sw-cic-hallado-no           value 'N'.

       01  wk-ano-cierre       pic 9(4)          value zero.
       01  wk-mes-cierre       pic 9(6)          value zero.
       01  wk-mes-cierre-r redefines wk-mes-cierre.
           05  wk-mes-cierre-ano   pic 9(4).
           05  wk-mes-cierre-mes   pic 9(2).
       01  wk-ano-siguiente    pic 9(4)          value zero.

       01  wk-control.
           05  wk-mes-abierto  pic 9(6)          value zero.
           05  wk-mes-abierto-r redefines wk-mes-abierto.
               10  wk-abierto-ano  pic 9(4).
               10  wk-abierto-mes  pic 9(2).
           05  wk-ano-abierto  pic 9(4)          value zero.

       01  wk-fecha-cr         pic 9(8)          value zero.
       01  wk-fecha-cr-r redefines wk-fecha-cr.
           05  wk-cr-mes       pic 9(6).
           05  filler          pic 9(2).
       01  wk-fecha-cr-a redefines wk-fecha-cr.
           05  wk-cr-ano       pic 9(4).
           05  filler          pic 9(4).

       01  wk-ciclos.
           05  wk-num-cic      pic 9(5)    value zero.
           05  wk-cic-entrada  occurs 1000 times.
               10  wk-cic-clave.
                   15  wk-cic-fecha    pic 9(8).
                   15  wk-cic-ciclo    pic 9(4).
               10  wk-cic-lote     pic x(1).
                   88  wk-cic-lote-si          value 'S'.
               10  wk-cic-fin      pic x(1).
                   88  wk-cic-fin-si           value 'S'.
               10  wk-cic-comp3    pic x(1).
                   88  wk-cic-comp3-si         value 'S'.
               10  wk-cic-acum     pic x(1).
                   88  wk-cic-acum-si          value 'S'.
                   88  wk-cic-acum-no          value 'N'.

       01  wk-max-cic          pic 9(5)  value 1000.
       01  wk-sub              pic 9(5).

       01  wk-clave-busca.
           05  wk-busca-fecha  pic 9(8).
           05  wk-busca-ciclo  pic 9(4).

       01  wk-incompletos      pic 9(5)          value zero.
       01  wk-sin-acumular     pic 9(5)          value zero.

       01  wk-leidos           pic 9(7)          value zero.
       01  wk-claves           pic 9(7)          value zero.
       01  wk-cargos-mes-cta   pic 9(9)          value zero.
       01  wk-cargos-mes       pic S9(13) comp-3 value zero.
       01  wk-abonos-mes-cta   pic 9(9)          value zero.
       01  wk-abonos-mes       pic S9(13) comp-3 value zero.
       01  wk-cargos-ano-cta   pic 9(9)          value zero.
       01  wk-cargos-ano       pic S9(13) comp-3 value zero.
       01  wk-abonos-ano-cta   pic 9(9)          value zero.
       01  wk-abonos-ano       pic S9(13) comp-3 value zero.
       01  wk-neto             pic S9(13) comp-3 value zero.

       01  wk-display-cuenta   pic zzz,zzz,zz9.
       01  wk-display-cuenta2  pic zzz,zzz,zz9.
       01  wk-display-cifra    pic -,---,---,---,--9.
       01  wk-display-cifra2   pic -,---,---,---,--9.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo-proceso    pic 9(4)  value zero.

       01  wk-primer-fin.
           05  wk-primer-fin-fecha pic 9(8)  value 99999999.
           05  wk-primer-fin-ciclo pic 9(4)  value 9999.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform leer-parametros
           perform leer-control-periodo
           perform determinar-cierre
           perform verificar-cierres

           if  sw-ya-cerrado-si
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           perform cargar-ciclos
           perform marcar-acumulados

           if  wk-incompletos > zero
               display "COMP3CIE: " wk-incompletos
                   " CICLO(S) INCOMPLETO(S) EN EL PERIODO."
                   " NO SE CIERRA"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  wk-sin-acumular > zero
               display "COMP3CIE: " wk-sin-acumular
                   " CICLO(S) COMPLETADO(S) SIN ACUMULAR EN EL PERIODO."
                   " NO SE CIERRA"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           string "TEXTO T   CUENTA MES        IMPORTE MES"
               "   CUENTA ANO        IMPORTE ANO"
               delimited by size into ls-columnas
           end-string

           perform abrir-listado

           if  sw-cerrar-ano-si
               string "CIERRE ANUAL " wk-ano-cierre
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           if  sw-cerrar-mes-si
               string "CIERRE MENSUAL " wk-mes-cierre
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           move ls-separador to ls-linea
           perform imprimir-linea

           perform cerrar-periodo

           perform imprimir-totales

           perform cerrar-listado

           perform grabar-cierres
           perform grabar-control-periodo

           if  sw-cerrar-mes-si
               display "COMP3CIE: MES " wk-mes-cierre " CERRADO"
           end-if

           if  sw-cerrar-ano-si
               display "COMP3CIE: ANO " wk-ano-cierre " CERRADO"
           end-if

           display "COMP3CIE: PERIODO ABIERTO " wk-mes-abierto

           perform grabar-log-fin

           goback.


       leer-parametros.

           open input parametros

           if  sw-fs-par-no-existe
               display "COMP3CIE: FALTA TARJETA DE CIERRE"
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
                   display "COMP3CIE: TARJETA DE CIERRE VACIA"
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
           end-read

           close parametros

           if  not pa-mensual
           and not pa-anual
               display "COMP3CIE: TIPO DE CIERRE INVALIDO: " pa-tipo
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  pa-ano is not numeric
           or  pa-ano = zero
               display "COMP3CIE: ANO INVALIDO EN TARJETA"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  pa-mensual
               if  pa-mes is not numeric
               or  pa-mes < 1
               or  pa-mes > 12
                   display "COMP3CIE: MES INVALIDO EN TARJETA"
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
               end-if
           end-if

           .


       leer-control-periodo.

           open input perctl

           if  sw-fs-perctl-no-existe
               display "COMP3CIE: SIN CONTROL DE PERIODO."
                   " NO HAY NADA ACUMULADO"
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  not sw-fs-perctl-ok
               go to abend
           end-if

           read perctl
               at end
                   display "COMP3CIE: CONTROL DE PERIODO VACIO"
                   close perctl
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
           end-read

           close perctl

           if  pc-mes-abierto is not numeric
           or  pc-ano-abierto is not numeric
               display "COMP3CIE: CONTROL DE PERIODO INVALIDO"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           move pc-mes-abierto to wk-mes-abierto
           move pc-ano-abierto to wk-ano-abierto

           .


       determinar-cierre.

           set sw-cerrar-mes-no to true
           set sw-cerrar-ano-no to true

           move pa-ano to wk-ano-cierre
           compute wk-ano-siguiente = wk-ano-cierre + 1

           if  wk-ano-cierre not = wk-ano-abierto
               display "COMP3CIE: EL ANO ABIERTO ES " wk-ano-abierto
                   ". NO SE PUEDE CERRAR " pa-tipo " " wk-ano-cierre
               move 8 to return-code
               perform grabar-log-fin
               goback
           end-if

           if  pa-mensual
               move pa-ano to wk-mes-cierre-ano
               move pa-mes to wk-mes-cierre-mes

               if  wk-mes-cierre not = wk-mes-abierto
                   display "COMP3CIE: EL MES ABIERTO ES "
                       wk-mes-abierto
                       ". NO SE PUEDE CERRAR " wk-mes-cierre
                   move 8 to return-code
                   perform grabar-log-fin
                   goback
               end-if

               set sw-cerrar-mes-si to true
               exit paragraph
           end-if

           set sw-cerrar-ano-si to true

           evaluate true
               when wk-abierto-ano = wk-ano-cierre
               and  wk-abierto-mes = 12
                   move wk-mes-abierto to wk-mes-cierre
                   set sw-cerrar-mes-si to true

               when wk-abierto-ano = wk-ano-siguiente
               and  wk-abierto-mes = 1
                   continue

               when other
                   display "COMP3CIE: EL MES ABIERTO ES "
                       wk-mes-abierto
                       ". CIERRE LOS MESES ANTERIORES A DICIEMBRE"
                   move 8 to return-code
                   perform grabar-log-fin
                   goback
           end-evaluate

           .


       verificar-cierres.

           set sw-ya-cerrado-no to true

           open input cierres

           if  sw-fs-cierres-no-existe
               exit paragraph
           end-if

           if  not sw-fs-cierres-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read cierres
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  ci-mensual
                       and sw-cerrar-mes-si
                       and ci-periodo = wk-mes-cierre
                           display "COMP3CIE: EL MES " wk-mes-cierre
                               " YA FUE CERRADO EL " ci-fecha
                           set sw-ya-cerrado-si to true
                       end-if

                       if  ci-anual
                       and sw-cerrar-ano-si
                       and ci-periodo (1:4) = wk-ano-cierre
                           display "COMP3CIE: EL ANO " wk-ano-cierre
                               " YA FUE CERRADO EL " ci-fecha
                           set sw-ya-cerrado-si to true
                       end-if
               end-read

           end-perform

           close cierres

           .


       cargar-ciclos.

           open input ctlproc

           if  sw-fs-ctl-no-existe
               display "COMP3CIE: AVISO: SIN CONTROL DE PROCESO"
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
                       add 1 to wk-leidos
                       perform tratar-control
               end-read

           end-perform

           close ctlproc

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-cic

               if  (wk-cic-lote-si (wk-sub)
                    and not wk-cic-fin-si (wk-sub)
                    and (wk-cic-clave (wk-sub) not < wk-primer-fin
                         or not wk-cic-comp3-si (wk-sub)))
               or  (not wk-cic-lote-si (wk-sub)
                    and not wk-cic-comp3-si (wk-sub))
                   add 1 to wk-incompletos
                   display "COMP3CIE: CICLO " wk-cic-ciclo (wk-sub)
                       " DE " wk-cic-fecha (wk-sub) " INCOMPLETO"
               end-if

           end-perform

           .


       tratar-control.

           if  cr-fecha is not numeric
               exit paragraph
           end-if

           move cr-fecha to wk-busca-fecha
           move cr-ciclo to wk-busca-ciclo

           if  cr-paso = "FINCICLO"
           and wk-clave-busca < wk-primer-fin
               move wk-clave-busca to wk-primer-fin
           end-if

           move cr-fecha to wk-fecha-cr
           set sw-en-periodo-no to true

           if  sw-cerrar-ano-si
               if  wk-cr-ano = wk-ano-cierre
                   set sw-en-periodo-si to true
               end-if
           else
               if  wk-cr-mes = wk-mes-cierre
                   set sw-en-periodo-si to true
               end-if
           end-if

           if  sw-en-periodo-no
               exit paragraph
           end-if

           perform buscar-ciclo

           if  sw-cic-hallado-no
               if  wk-num-cic >= wk-max-cic
                   display "ERROR: TABLA CICLOS LLENA"
                   go to abend
               end-if

               add 1 to wk-num-cic
               move wk-num-cic to wk-sub

               move wk-clave-busca to wk-cic-clave (wk-sub)
               move 'N'            to wk-cic-lote (wk-sub)
               move 'N'            to wk-cic-fin (wk-sub)
               move 'N'            to wk-cic-comp3 (wk-sub)
               set wk-cic-acum-no (wk-sub) to true
           end-if

           evaluate true
               when cr-paso = "FINCICLO"
                   move 'S' to wk-cic-fin (wk-sub)
               when cr-paso not = spaces
                   move 'S' to wk-cic-lote (wk-sub)
           end-evaluate

           if  cr-completado
           and (cr-paso = spaces or cr-paso = "COMP3")
               move 'S' to wk-cic-comp3 (wk-sub)
           end-if

           .


       buscar-ciclo.

           set sw-cic-hallado-no to true

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-cic
                      or sw-cic-hallado-si

               if  wk-cic-clave (wk-sub) = wk-clave-busca
                   set sw-cic-hallado-si to true
               end-if

           end-perform

           if  sw-cic-hallado-si
               subtract 1 from wk-sub
           end-if

           .


       marcar-acumulados.

           open input acumulados

           if  sw-fs-acum-no-existe
               continue
           else
               if  not sw-fs-acum-ok
                   go to abend
               end-if

               set sw-eof-no to true

               perform until sw-eof-yes

                   read acumulados
                       at end
                           set sw-eof-yes to true
                       not at end
                           move ac-fecha to wk-busca-fecha
                           move ac-ciclo to wk-busca-ciclo

                           perform buscar-ciclo

                           if  sw-cic-hallado-si
                               set wk-cic-acum-si (wk-sub) to true
                           end-if
                   end-read

               end-perform

               close acumulados
           end-if

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-cic

               if  wk-cic-acum-no (wk-sub)
               and wk-cic-comp3-si (wk-sub)
                   add 1 to wk-sin-acumular
                   display "COMP3CIE: CICLO "
                       wk-cic-ciclo (wk-sub) " DE "
                       wk-cic-fecha (wk-sub) " NO ACUMULADO"
               end-if

           end-perform

           .


       cerrar-periodo.

           open i-o periodo

           if  sw-fs-periodo-no-existe
               display "COMP3CIE: AVISO: SIN HISTORICO DE PERIODO"
               exit paragraph
           end-if

           if  not sw-fs-periodo-ok
               go to abend
           end-if

           move low-values to pr-clave

           start periodo key is not less than pr-clave
               invalid key
                   close periodo
                   exit paragraph
           end-start

           set sw-eof-no to true

           perform until sw-eof-yes

               read periodo next record
                   at end
                       set sw-eof-yes to true
                   not at end
                       perform tratar-periodo
               end-read

           end-perform

           close periodo

           .


       tratar-periodo.

           add 1 to wk-claves

           if  pr-abono
               add pr-mes-cuenta  to wk-abonos-mes-cta
               add pr-mes-importe to wk-abonos-mes
               add pr-ano-cuenta  to wk-abonos-ano-cta
               add pr-ano-importe to wk-abonos-ano
           else
               add pr-mes-cuenta  to wk-cargos-mes-cta
               add pr-mes-importe to wk-cargos-mes
               add pr-ano-cuenta  to wk-cargos-ano-cta
               add pr-ano-importe to wk-cargos-ano
           end-if

           move pr-mes-cuenta  to wk-display-cuenta
           move pr-mes-importe to wk-display-cifra
           move pr-ano-cuenta  to wk-display-cuenta2
           move pr-ano-importe to wk-display-cifra2

           string pr-texto " " pr-tipo "  "
               wk-display-cuenta "  " wk-display-cifra "  "
               wk-display-cuenta2 "  " wk-display-cifra2
               delimited by size into ls-linea
           end-string

           perform imprimir-linea

           if  sw-cerrar-mes-si
               move zero to pr-mes-cuenta
               move zero to pr-mes-importe
           end-if

           if  sw-cerrar-ano-si
               move zero to pr-mes-cuenta
               move zero to pr-mes-importe
               move zero to pr-ano-cuenta
               move zero to pr-ano-importe
           end-if

           rewrite pr-registro
               invalid key
                   go to abend
           end-rewrite

           .


       imprimir-totales.

           move ls-separador to ls-linea
           perform imprimir-linea

           move wk-cargos-mes-cta to wk-display-cuenta
           move wk-cargos-mes     to wk-display-cifra
           move wk-cargos-ano-cta to wk-display-cuenta2
           move wk-cargos-ano     to wk-display-cifra2

           string "CARGOS   "
               wk-display-cuenta "  " wk-display-cifra "  "
               wk-display-cuenta2 "  " wk-display-cifra2
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-abonos-mes-cta to wk-display-cuenta
           move wk-abonos-mes     to wk-display-cifra
           move wk-abonos-ano-cta to wk-display-cuenta2
           move wk-abonos-ano     to wk-display-cifra2

           string "ABONOS   "
               wk-display-cuenta "  " wk-display-cifra "  "
               wk-display-cuenta2 "  " wk-display-cifra2
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           compute wk-neto = wk-cargos-mes - wk-abonos-mes
           move wk-neto to wk-display-cifra
           compute wk-neto = wk-cargos-ano - wk-abonos-ano
           move wk-neto to wk-display-cifra2

           string "NETO     " "           " "  " wk-display-cifra
               "  " "           " "  " wk-display-cifra2
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move ls-separador to ls-linea
           perform imprimir-linea

           string "CLAVES EN HISTORICO : " wk-claves
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "CICLOS DEL PERIODO  : " wk-num-cic
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           .


       grabar-cierres.

           open extend cierres

           if  sw-fs-cierres-no-existe
               open output cierres
           end-if

           if  not sw-fs-cierres-ok
               go to abend
           end-if

           move function current-date to wk-fecha-hora

           if  sw-cerrar-mes-si
               set ci-mensual        to true
               move wk-mes-cierre    to ci-periodo
               move wk-fecha-proceso to ci-fecha
               move wk-hora          to ci-hora
               move wk-claves        to ci-claves
               move wk-cargos-mes    to ci-cargos
               move wk-abonos-mes    to ci-abonos

               write ci-registro

               if  not sw-fs-cierres-ok
                   go to abend
               end-if
           end-if

           if  sw-cerrar-ano-si
               set ci-anual          to true
               compute ci-periodo = wk-ano-cierre * 100
               move wk-fecha-proceso to ci-fecha
               move wk-hora          to ci-hora
               move wk-claves        to ci-claves
               move wk-cargos-ano    to ci-cargos
               move wk-abonos-ano    to ci-abonos

               write ci-registro

               if  not sw-fs-cierres-ok
                   go to abend
               end-if
           end-if

           close cierres

           .


       grabar-control-periodo.

           if  sw-cerrar-mes-si
               if  wk-abierto-mes = 12
                   add 1 to wk-abierto-ano
                   move 1 to wk-abierto-mes
               else
                   add 1 to wk-abierto-mes
               end-if
           end-if

           if  sw-cerrar-ano-si
               move wk-ano-siguiente to wk-ano-abierto
           end-if

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
               display "COMP3CIE: AVISO: ERROR FECPROC. FS="
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
           move wk-claves   to lg-escritos
           move zero        to lg-rechazados
           move return-code to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3CIE" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo-proceso to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3CIE: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abrir-listado.

           move "COMP3CIE" to ls-cab-programa
           move "CIERRE DE PERIODO. ACUMULADOS MES Y ANO"
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
           move "COMP3CIE"       to il-programa
           move "comp3cie.lst"   to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "COMP3CIE: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-PARAMETROS=" sw-fs-par
               " FS-PERIODO=" sw-fs-periodo
               " FS-CONTROL=" sw-fs-perctl
               " FS-ACUMULADOS=" sw-fs-acum
               " FS-CIERRES=" sw-fs-cierres
               " FS-CTLPROC=" sw-fs-ctl
               " FS-LISTADO=" sw-fs-listado

           close parametros
           close periodo
           close perctl
           close acumulados
           close cierres
           close ctlproc
           close listado

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3CIE.
