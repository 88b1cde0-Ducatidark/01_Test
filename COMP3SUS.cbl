       program-id. COMP3SUS as "COMP3SUS".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select suspenso
       assign to "suspens.txt"
       organization is line sequential
       file status is sw-fs-susp.

       select parametros
       assign to "comp3sus.txt"
       organization is line sequential
       file status is sw-fs-par.

       select clasifica
       assign to "sussort.tmp".

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "comp3sus.lst"
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
       fd  suspenso.
       copy RSUSPENS.

       fd  parametros.
       01  pa-registro.
           05  pa-dias         pic 9(4).

       sd  clasifica.
       01  cs-registro.
           05  cs-codigo       pic 9(2).
           05  cs-fecha-alta   pic 9(8).
           05  cs-motivo       pic x(20).
           05  cs-movimiento   pic x(26).
           05  cs-intentos     pic 9(3).
           05  cs-fecha-ultimo pic 9(8).
           05  cs-dias         pic 9(5).

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs-susp          pic x(2).
           88  sw-fs-susp-ok               value '00'.
           88  sw-fs-susp-no-existe        value '35'.

       01  sw-fs-par           pic x(2).
           88  sw-fs-par-ok                value '00'.
           88  sw-fs-par-no-existe         value '35'.

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

       01  sw-hay-grupo        pic x(1).
           88  sw-hay-grupo-si             value 'S'.
           88  sw-hay-grupo-no             value 'N'.

       01  mv-registro.
           05  mv-accion       pic x(1).
           05  mv-texto        pic x(5).
           05  mv-cifra        pic 9(7).
           05  mv-texto2       pic x(5).
           05  mv-operador     pic x(8).

       01  wk-dias             pic 9(4)  value zero.
       01  wk-dias-item        pic s9(5) value zero.
       01  wk-fecha-hoy        pic 9(8)  value zero.

       01  wk-grupo-codigo     pic 9(2).
       01  wk-grupo-motivo     pic x(20).
       01  wk-grupo-cuenta     pic 9(7)          value zero.
       01  wk-grupo-cifra      pic S9(10) comp-3 value zero.

       01  wk-leidos           pic 9(7)          value zero.
       01  wk-pendientes       pic 9(7)          value zero.
       01  wk-cifra-pendiente  pic S9(10) comp-3 value zero.
       01  wk-vencidos         pic 9(7)          value zero.
       01  wk-cifra-vencida    pic S9(10) comp-3 value zero.
       01  wk-num-grupos       pic 9(5)          value zero.

       01  wk-display-cifra    pic --,---,---,--9.
       01  wk-display-cuenta   pic z,zzz,zz9.

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

           perform leer-parametros

           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to wk-fecha-hoy

           move "  A TEXTO   CIFRA TEXT2 OPERADOR" to ls-columnas

           perform abrir-listado

           string "MAS DE " wk-dias " DIAS EN SUSPENSO A " wk-fecha-hoy
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           sort clasifica
               on ascending key cs-codigo
               on ascending key cs-fecha-alta
               input procedure is seleccionar-vencidos
               output procedure is listar-vencidos

           move ls-separador to ls-linea
           perform imprimir-linea

           string "LEIDOS             : " wk-leidos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "EN SUSPENSO        : " wk-pendientes
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-cifra-pendiente to wk-display-cifra
           string "IMPORTE SUSPENSO   : " wk-display-cifra
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "VENCIDOS           : " wk-vencidos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move wk-cifra-vencida to wk-display-cifra
           string "IMPORTE VENCIDO    : " wk-display-cifra
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "MOTIVOS            : " wk-num-grupos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           if  wk-vencidos > zero
               move "AVISO: HAY MOVIMIENTOS VENCIDOS EN SUSPENSO"
                   to ls-linea
               perform imprimir-linea
               move 4 to return-code
           end-if

           perform cerrar-listado

           perform grabar-log-fin

           goback.


       seleccionar-vencidos.

           open input suspenso

           if  sw-fs-susp-no-existe
               display "COMP3SUS: SIN FICHERO DE SUSPENSO"
               exit paragraph
           end-if

           if  not sw-fs-susp-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read suspenso
                   at end
                       set sw-eof-yes to true
                   not at end
                       add 1 to wk-leidos

                       if  su-pendiente
                           perform tratar-suspenso
                       end-if
               end-read

           end-perform

           close suspenso

           .


       tratar-suspenso.

           add 1 to wk-pendientes

           if  su-cifra is numeric
               add su-cifra to wk-cifra-pendiente
           end-if

           if  su-fecha-alta is not numeric
               move zero to wk-dias-item
           else
               compute wk-dias-item =
                   function integer-of-date (wk-fecha-hoy)
                   - function integer-of-date (su-fecha-alta)
           end-if

           if  wk-dias-item <= wk-dias
               exit paragraph
           end-if

           move su-codigo       to cs-codigo
           move su-fecha-alta   to cs-fecha-alta
           move su-motivo       to cs-motivo
           move su-movimiento   to cs-movimiento
           move su-intentos     to cs-intentos
           move su-fecha-ultimo to cs-fecha-ultimo
           move wk-dias-item    to cs-dias

           release cs-registro

           .


       listar-vencidos.

           set sw-eof-no to true
           set sw-hay-grupo-no to true

           perform until sw-eof-yes

               return clasifica
                   at end
                       set sw-eof-yes to true
                   not at end
                       perform tratar-vencido
               end-return

           end-perform

           if  sw-hay-grupo-si
               perform cerrar-grupo
           end-if

           .


       tratar-vencido.

           if  sw-hay-grupo-si
           and cs-codigo not = wk-grupo-codigo
               perform cerrar-grupo
           end-if

           if  sw-hay-grupo-no
               move cs-codigo to wk-grupo-codigo
               move cs-motivo to wk-grupo-motivo
               move zero      to wk-grupo-cuenta
               move zero      to wk-grupo-cifra
               set sw-hay-grupo-si to true

               string "MOTIVO " wk-grupo-codigo " " wk-grupo-motivo
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           move cs-movimiento to mv-registro

           add 1 to wk-grupo-cuenta
           add 1 to wk-vencidos

           if  mv-cifra is numeric
               add mv-cifra to wk-grupo-cifra
               add mv-cifra to wk-cifra-vencida
           end-if

           string "  " mv-accion " " mv-texto " " mv-cifra
               " " mv-texto2 " " mv-operador
               " DESDE " cs-fecha-alta " DIAS " cs-dias
               " INTENTOS " cs-intentos " ULTIMO " cs-fecha-ultimo
               delimited by size into ls-linea
           end-string

           perform imprimir-linea

           .


       cerrar-grupo.

           add 1 to wk-num-grupos

           move wk-grupo-cuenta to wk-display-cuenta
           move wk-grupo-cifra  to wk-display-cifra

           string "  TOTAL MOTIVO " wk-grupo-codigo " "
               wk-display-cuenta " " wk-display-cifra
               delimited by size into ls-linea
           end-string

           perform imprimir-linea

           set sw-hay-grupo-no to true

           .


       leer-parametros.

           open input parametros

           if  sw-fs-par-no-existe
               display "COMP3SUS: FALTA TARJETA DE PARAMETROS"
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
                   display "COMP3SUS: TARJETA DE PARAMETROS VACIA"
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
           end-read

           close parametros

           if  pa-dias is not numeric
               display "COMP3SUS: DIAS NO NUMERICOS EN TARJETA"
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
               display "COMP3SUS: AVISO: ERROR FECPROC. FS="
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
           move wk-vencidos to lg-escritos
           move zero        to lg-rechazados
           move return-code to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3SUS" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move zero     to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3SUS: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abrir-listado.

           move "COMP3SUS" to ls-cab-programa
           move "SUSPENSO VENCIDO POR MOTIVO"
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
           move "COMP3SUS"       to il-programa
           move "comp3sus.lst"   to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "COMP3SUS: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-SUSPENSO=" sw-fs-susp
               " FS-PARAMETROS=" sw-fs-par
               " FS-LISTADO=" sw-fs-listado

           close suspenso
           close parametros
           close listado

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3SUS.
