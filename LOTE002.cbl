       input-output section.
       file-control.

       select listado
       assign to "lote002.lst"
       organization is line sequential
       file status is sw-fs-listado.

       select indice
       assign to "indlist.txt"
       organization is line sequential
       file status is sw-fs-indice.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       organization is line sequential
       file status is sw-fs-par.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       data division.
       file section.
       fd  runlog.
           05  pa-fecha-desde  pic 9(8).
           05  pa-fecha-hasta  pic 9(8).

       fd  fecproc.
       copy RFECPROC.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs-runlog        pic x(2).
           88  sw-fs-par-ok                value '00'.
           88  sw-fs-par-no-existe         value '35'.

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

       01  wk-marca            pic x(12).

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo-proceso    pic 9(4)  value zero.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform leer-parametros

           open input runlog
               go to abend
           end-if

           string "PROGRAMA  FECHA    INICIO FIN        SEG"
               "  LEIDOS  ESCRITOS RECHAZ  RC"
               delimited by size into ls-columnas
           end-string

           perform abrir-listado

           string "RANGO " wk-fecha-desde " A " wk-fecha-hasta
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           set sw-eof-no to true


           perform listar-sin-fin

           move ls-separador to ls-linea
           perform imprimir-linea

           string "PASOS      : " wk-pasos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "CON AVISO  : " wk-avisos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           perform cerrar-listado

           if  wk-avisos > zero
               move 4 to return-code
           goback.


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "LOTE002: AVISO: ERROR FECPROC. FS="
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


       tratar-evento.

           if  lg-inicio
           move wk-transcurrido to wk-display-seg

           if  sw-emparejado-si
               string lg-programa " " wk-ini-fecha " " wk-ini-hora
                   " " lg-hora " " wk-display-seg
                   " " lg-leidos " " lg-escritos " " lg-rechazados
                   " " lg-retorno " " wk-marca
                   delimited by size into ls-linea
               end-string
           else
               string lg-programa " " lg-fecha " ??????"
                   " " lg-hora " " wk-display-seg
                   " " lg-leidos " " lg-escritos " " lg-rechazados
                   " " lg-retorno " " wk-marca
                   delimited by size into ls-linea
               end-string
           end-if

           perform imprimir-linea

           .


               add 1 to wk-pasos
               add 1 to wk-avisos

               string wk-ab-programa (wk-sub) " "
                   wk-ab-fecha (wk-sub) " "
                   wk-ab-hora (wk-sub)
                   " SIN FIN                    ** REVISAR"
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea

           end-perform

           .


       abrir-listado.

           move "LOTE002" to ls-cab-programa
           move "INFORME DE OPERACIONES"
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
           move "LOTE002"        to il-programa
           move "lote002.lst"    to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "LOTE002: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-RUNLOG=" sw-fs-runlog
               " FS-PARAMETROS=" sw-fs-par
               " FS-LISTADO=" sw-fs-listado

           close runlog
           close parametros
           close listado

           move 16 to return-code

