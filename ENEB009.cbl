       organization is line sequential
       file status is sw-fs-parametros.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "eneb009.lst"
       organization is line sequential
       file status is sw-fs-listado.

       select indice
       assign to "indlist.txt"
       organization is line sequential
       file status is sw-fs-indice.

       data division.
       file section.
       fd  resultados.
           05  pa-fecha-desde  pic 9(8).
           05  pa-fecha-hasta  pic 9(8).

       fd  fecproc.
       copy RFECPROC.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs-resultados    pic x(2).
           88  sw-fs-parametros-ok         value '00'.
           88  sw-fs-parametros-no-existe  value '35'.

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
       01  ws-display-pct      pic zz9.99.
       01  ws-display-cuenta   pic z,zzz,zz9.

       01  ws-fecha-hora.
           05  ws-fecha            pic 9(8).
           05  ws-hora             pic 9(6).
           05  filler              pic x(7).

       01  ws-fecha-proceso    pic 9(8)  value zero.

       01  ws-ciclo-proceso    pic 9(4)  value zero.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform leer-parametros

           move zeros to ws-tabla-escenarios
           goback.


       leer-fecha-proceso.

           move function current-date to ws-fecha-hora
           move ws-fecha to ws-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "ENEB009: AVISO: ERROR FECPROC. FS="
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


       cargar-auditoria.

           open input auditoria

       imprimir-informe.

           string "ESC  LANZA    RUNS  1-INTENTO REINTENTOS"
               " FALLOS  PCT-FALLO PEOR"
               delimited by size into ls-columnas
           end-string

           perform abrir-listado

           string "RANGO " ws-fecha-desde " A " ws-fecha-hasta
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           perform varying ws-sub from 1 by 1
                   until ws-sub > 20

           end-perform

           move ls-separador to ls-linea
           perform imprimir-linea

           string "TOTAL RUNS     : " ws-total-runs
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "TOTAL FALLOS   : " ws-total-fallos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "EMPAREJADOS    : " ws-emparejados
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "SIN AUDITORIA  : " ws-sin-auditoria
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           perform cerrar-listado

           .


           move ws-pct to ws-display-pct

           string ws-sub " " ws-es-lanzados (ws-sub)
               " " ws-es-runs (ws-sub)
               " " ws-es-primeras (ws-sub)
               " " ws-es-reintentos (ws-sub)
               " " ws-es-fallos (ws-sub)
               " " ws-display-pct " %"
               " " ws-es-peor (ws-sub)
               delimited by size into ls-linea
           end-string

           perform imprimir-linea

           .

           .


       abrir-listado.

           move "ENEB009" to ls-cab-programa
           move "EFECTIVIDAD DE ESCENARIOS"
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
           move "ENEB009"        to il-programa
           move "eneb009.lst"    to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to ws-fecha-hora
           move ws-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "ENEB009: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-RESULTADOS=" sw-fs-resultados
               " FS-AUDITORIA=" sw-fs-auditoria
               " FS-PARAMETROS=" sw-fs-parametros
               " FS-LISTADO=" sw-fs-listado

           close resultados
           close auditoria
           close parametros
           close listado

           move 16 to return-code

