       organization is line sequential
       file status is sw-fs-trabajo.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "eneb007.lst"
       organization is line sequential
       file status is sw-fs-listado.

       select indice
       assign to "indlist.txt"
       organization is line sequential
       file status is sw-fs-indice.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       fd  trabajo.
       01  tr-registro         pic x(18).

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs-auditoria     pic x(2).
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
           05  ws-hora             pic 9(6).
           05  filler              pic x(7).

       01  ws-fecha-proceso    pic 9(8)  value zero.

       01  ws-ciclo-proceso    pic 9(4)  value zero.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform leer-parametros
           goback.


       leer-fecha-proceso.

           move function current-date to ws-fecha-hora
           move ws-fecha to ws-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "ENEB007: AVISO: ERROR FECPROC. FS="
                   sw-fs-fecproc
               exit paragraph
           end-if

           read fecproc
               at end
                   continue
               not at end
                   if  fp-fecha is numeric
                   and fp-fecha > zero
                       move fp-fecha to ws-fecha-proceso
                   end-if

                   if  fp-ciclo is numeric
                       move fp-ciclo to ws-ciclo-proceso
                   end-if
           end-read

           close fecproc

           .


       grabar-log-inicio.

           set lg-inicio to true

           move "ENEB007 " to lg-programa
           move function current-date to ws-fecha-hora
           move ws-fecha-proceso to lg-fecha
           move ws-hora  to lg-hora
           move zero     to lg-ciclo


       imprimir-informe.

           move "ESCENARIO       CUENTA     PCT" to ls-columnas

           perform abrir-listado

           string "RANGO " ws-fecha-desde " A " ws-fecha-hasta
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move ls-separador to ls-linea
           perform imprimir-linea

           if  ws-total-rango = zero
               move "SIN REGISTROS EN EL RANGO" to ls-linea
               perform imprimir-linea
           else
               perform imprimir-distribucion
           end-if

           perform cerrar-listado

           .


       imprimir-distribucion.

           perform varying ws-sub from 1 by 1
                   until ws-sub > 20

               move ws-pct to ws-display-pct
               move ws-esc-cuenta (ws-sub) to ws-display-cuenta

               string "ESCENARIO " ws-sub " : " ws-display-cuenta
                   "  " ws-display-pct " %"
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea

           end-perform

           if  ws-fuera-tabla > zero
               string "ESCENARIOS FUERA DE 1-20 : " ws-fuera-tabla
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           move zero to ws-hora-punta

           end-perform

           move ls-separador to ls-linea
           perform imprimir-linea

           string "TOTAL EN RANGO : " ws-total-rango
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "HORA PUNTA     : " ws-hora-punta
               " (" ws-punta-cuenta " REGISTROS)"
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           .

           .


       abrir-listado.

           move "ENEB007" to ls-cab-programa
           move "DISTRIBUCION DE ESCENARIOS"
               to ls-cab-titulo
           move ws-fecha-proceso to ls-cab-fecha
           move ws-ciclo-proceso to ls-cab-ciclo

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

           move ws-fecha-proceso to il-fecha
           move ws-ciclo-proceso to il-ciclo
           move "ENEB007"        to il-programa
           move "eneb007.lst"    to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to ws-fecha-hora
           move ws-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "ENEB007: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-AUDITORIA=" sw-fs-auditoria
               " FS-PARAMETROS=" sw-fs-parametros
               " FS-HISTORICO=" sw-fs-historico
               " FS-TRABAJO=" sw-fs-trabajo
               " FS-LISTADO=" sw-fs-listado

           close auditoria
           close parametros
           close historico
           close trabajo
           close listado

           move 16 to return-code

