       organization is indexed
       access mode is sequential
       record key is ma-clave
       alternate record key is ma-texto2 with duplicates
       file status is sw-fs-maestro.

       select fichero
       organization is sequential
       file status is sw-fs-ordfic.

       select jornal
       assign to "maesjrnl.dat"
       organization is sequential
       file status is sw-fs-jornal.

       select claves
       assign to "maespkey.dat"
       organization is indexed
       access mode is random
       record key is pk-clave
       file status is sw-fs-claves.

       select ctlproc
       assign to "ctlproc.txt"
       organization is line sequential
       file status is sw-fs-ctl.

       select pendientes
       assign to "pendient.txt"
       organization is line sequential
       file status is sw-fs-pend.

       select suspenso
       assign to "suspens.txt"
       organization is line sequential
       file status is sw-fs-susp.

       select clasifica
       assign to "consort.tmp".

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "comp3con.lst"
       organization is line sequential
       file status is sw-fs-listado.

       select indice
       assign to "indlist.txt"
       organization is line sequential
       file status is sw-fs-indice.

       data division.
       file section.
       fd  maestro.
           record contains 13 characters.
       01  of-registro         pic x(13).

       fd  jornal
           record contains 111 characters.
       copy RMAESJRN.

       fd  claves.
       copy RMAESPKY.

       fd  ctlproc.
       copy RCTLPROC.

       fd  pendientes.
       copy RPENDAPR.

       fd  suspenso.
       copy RSUSPENS.

       sd  clasifica.
       01  cn-registro.
               10  cn-cifra        pic s9(5) comp-3.
           05  cn-texto2       pic x(5).

       fd  fecproc.
       copy RFECPROC.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs-maestro       pic x(2).
           88  sw-fs-ordfic-ok             value '00'.
           88  sw-fs-ordfic-eof            value '10'.

       01  sw-fs-jornal        pic x(2).
           88  sw-fs-jornal-ok             value '00'.
           88  sw-fs-jornal-no-existe      value '35'.

       01  sw-fs-claves        pic x(2).
           88  sw-fs-claves-ok             value '00'.
           88  sw-fs-claves-no-existe      value '35'.

       01  sw-hay-claves       pic x(1)  value 'N'.
           88  sw-hay-claves-si            value 'S'.
           88  sw-hay-claves-no            value 'N'.

       01  sw-fs-ctl           pic x(2).
           88  sw-fs-ctl-ok                value '00'.
           88  sw-fs-ctl-no-existe         value '35'.

       01  sw-fs-pend          pic x(2).
           88  sw-fs-pend-ok               value '00'.
           88  sw-fs-pend-no-existe        value '35'.

       01  sw-fs-susp          pic x(2).
           88  sw-fs-susp-ok               value '00'.
           88  sw-fs-susp-no-existe        value '35'.

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

       01  sw-mae-leido        pic x(1).
           88  sw-mae-leido-si             value 'S'.
           88  sw-mae-leido-no             value 'N'.

       01  sw-mov-hallado      pic x(1).
           88  sw-mov-hallado-si           value 'S'.
           88  sw-mov-hallado-no           value 'N'.

       01  sw-purgado          pic x(1).
           88  sw-purgado-si               value 'S'.
           88  sw-purgado-no               value 'N'.

       01  mv-registro.
           05  mv-accion       pic x(1).
               88  mv-alta                 value 'A'.
               88  mv-modificacion         value 'M'.
               88  mv-baja                 value 'B'.
           05  mv-texto        pic x(5).
           05  mv-cifra        pic 9(7).
           05  mv-texto2       pic x(5).
           05  mv-operador     pic x(8).

       01  wk-mae.
           05  wk-mae-clave    pic x(8).
           05  wk-mae-texto2   pic x(5).
           05  wk-mae-estado   pic x(1).
               88  wk-mae-cancelado        value 'C'.
           05  wk-mae-alta.
               10  wk-mae-alta-fecha   pic 9(8).
               10  wk-mae-alta-ciclo   pic 9(4).
           05  wk-mae-mant.
               10  wk-mae-mant-fecha   pic 9(8).
               10  wk-mae-mant-ciclo   pic 9(4).

       01  wk-ciclo-actual.
           05  wk-fecha-actual pic 9(8)  value zero.
           05  wk-ciclo        pic 9(4)  value zero.

       01  wk-imagen           pic x(38).
       01  wk-imagen-r redefines wk-imagen.
           05  wk-img-clave    pic x(8).
           05  wk-img-texto2   pic x(5).
           05  filler          pic x(25).

       01  wk-fic.
           05  wk-fic-clave    pic x(8).
               10  wk-mov-texto2   pic x(5).

       01  wk-max-movs         pic 9(5)  value 1000.

       01  wk-sub              pic 9(5).

       01  wk-clave-aux.
       01  wk-just-altas       pic 9(7)  value zero.
       01  wk-just-bajas       pic 9(7)  value zero.
       01  wk-just-modifs      pic 9(7)  value zero.
       01  wk-altas-ant        pic 9(7)  value zero.
       01  wk-bajas-ant        pic 9(7)  value zero.
       01  wk-modifs-ant       pic 9(7)  value zero.
       01  wk-just-purgados    pic 9(7)  value zero.
       01  wk-diferencias      pic 9(7)  value zero.

       01  wk-display-cifra    pic -(7)9.

       01  wk-fecha-hora.
           05  wk-fecha            pic 9(8).
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo-proceso    pic 9(4)  value zero.

       copy RLISTADO.

       procedure division.

           perform leer-fecha-proceso
           perform determinar-ciclo

           perform cargar-aprobados
           perform cargar-recuperados
           perform cargar-jornal
           perform abrir-claves

           sort clasifica
               on ascending key cn-clave
               go to abend
           end-if

           move "INCIDENCIA      TEXTO    CIFRA TEXTO2" to ls-columnas

           perform abrir-listado

           perform leer-maestro
           perform leer-ordfic
           close maestro
           close ordfic

           if  sw-hay-claves-si
               close claves
           end-if

           compute wk-diferencias =
               wk-solo-maestro + wk-solo-fichero + wk-dif-texto2

           move ls-separador to ls-linea
           perform imprimir-linea

           string "IGUALES          : " wk-iguales
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "ALTAS APLICADAS  : " wk-just-altas
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "BAJAS APLICADAS  : " wk-just-bajas
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "MODIF APLICADAS  : " wk-just-modifs
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "ALTAS ANTERIORES : " wk-altas-ant
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "BAJAS ANTERIORES : " wk-bajas-ant
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "MODIF ANTERIORES : " wk-modifs-ant
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "CLAVES PURGADAS  : " wk-just-purgados
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "SOLO EN MAESTRO  : " wk-solo-maestro
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "SOLO EN FICHERO  : " wk-solo-fichero
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "TEXTO2 DISTINTO  : " wk-dif-texto2
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           if  wk-diferencias = zero
               move "MAESTRO CONCILIA CON FICHERO Y MOVIMIENTOS"
                   to ls-linea
           else
               string "ERROR: " wk-diferencias
                   " DIFERENCIA(S) SIN JUSTIFICAR"
                   delimited by size into ls-linea
               end-string
               move 4 to return-code
           end-if

           perform imprimir-linea

           perform cerrar-listado

           goback.


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3CON: AVISO: ERROR FECPROC. FS="
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


       leer-fichero.

           open input fichero

       leer-maestro.

           set sw-mae-leido-no to true

           perform until sw-mae-leido-si

               read maestro
                   at end
                       move high-values to wk-mae-clave
                       set sw-mae-leido-si to true
                   not at end
                       move ma-clave      to wk-mae-clave
                       move ma-texto2     to wk-mae-texto2
                       move ma-estado     to wk-mae-estado
                       move ma-alta-fecha to wk-mae-alta-fecha
                       move ma-alta-ciclo to wk-mae-alta-ciclo
                       move ma-mant-fecha to wk-mae-mant-fecha
                       move ma-mant-ciclo to wk-mae-mant-ciclo
                       set sw-mae-leido-si to true
               end-read

           end-perform

           .


       tratar-solo-maestro.

           if  wk-mae-cancelado
               exit paragraph
           end-if

           move 'A'          to wk-accion-busca
           move wk-mae-clave to wk-clave-busca


           if  sw-mov-hallado-si
               add 1 to wk-just-altas
               exit paragraph
           end-if

           if  wk-mae-alta < wk-ciclo-actual
               add 1 to wk-altas-ant
           else
               add 1 to wk-solo-maestro

               perform mostrar-clave-maestro
               string "SOLO EN MAESTRO " wk-clave-aux (1:5)
                   " " wk-display-cifra " " wk-mae-texto2
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           .

           if  sw-mov-hallado-si
               add 1 to wk-just-bajas
               exit paragraph
           end-if

           perform buscar-purgado

           if  sw-purgado-si
               add 1 to wk-just-purgados
           else
               perform informar-solo-fichero
           end-if

           .


       informar-solo-fichero.

           add 1 to wk-solo-fichero

           perform mostrar-clave-fichero
           string "SOLO EN FICHERO " wk-clave-aux (1:5)
               " " wk-display-cifra " " wk-fic-texto2
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           .


       tratar-cancelado.

           move 'B'          to wk-accion-busca
           move wk-mae-clave to wk-clave-busca

           perform buscar-movimiento

           if  sw-mov-hallado-si
               add 1 to wk-just-bajas
               exit paragraph
           end-if

           if  wk-mae-mant < wk-ciclo-actual
               add 1 to wk-bajas-ant
           else
               perform informar-solo-fichero
           end-if

           .

       tratar-emparejado.

           if  wk-mae-cancelado
               perform tratar-cancelado
               exit paragraph
           end-if

           if  wk-mae-texto2 = wk-fic-texto2
               add 1 to wk-iguales
               exit paragraph
           if  sw-mov-hallado-si
           and wk-texto2-hallado = wk-mae-texto2
               add 1 to wk-just-modifs
               exit paragraph
           end-if

           if  wk-mae-mant < wk-ciclo-actual
               add 1 to wk-modifs-ant
           else
               add 1 to wk-dif-texto2

               perform mostrar-clave-maestro
               string "TEXTO2 DISTINTO " wk-clave-aux (1:5)
                   " " wk-display-cifra
                   " FICHERO=" wk-fic-texto2
                   " MAESTRO=" wk-mae-texto2
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           .
           .


       buscar-purgado.

           set sw-purgado-no to true

           if  sw-hay-claves-no
               exit paragraph
           end-if

           move wk-fic-clave to pk-clave

           read claves
               invalid key
                   continue
               not invalid key
                   set sw-purgado-si to true
           end-read

           .


       mostrar-clave-maestro.

           move wk-mae-clave to wk-clave-aux
           .


       determinar-ciclo.

           move wk-fecha-proceso to wk-fecha-actual
           move zero to wk-ciclo

           open input ctlproc

           if  sw-fs-ctl-no-existe
               move wk-ciclo-proceso to wk-ciclo
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
                       if  cr-fecha = wk-fecha-proceso
                       and cr-completado
                       and cr-ciclo > wk-ciclo
                           move cr-ciclo to wk-ciclo
                       end-if
               end-read

           end-perform

           close ctlproc

           if  wk-ciclo = zero
               move wk-ciclo-proceso to wk-ciclo
           end-if

           .


       cargar-jornal.

           open input jornal

           if  sw-fs-jornal-no-existe
               display "COMP3CON: SIN JORNAL DEL MAESTRO."
                   " SE CONCILIA SOLO CONTRA LA CARGA"
               exit paragraph
           end-if

           if  not sw-fs-jornal-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read jornal
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  jr-fecha = wk-fecha-proceso
                       and jr-ciclo = wk-ciclo
                           perform guardar-asiento
                       end-if
               end-read

           end-perform

           close jornal

           .


       guardar-asiento.

           if  not jr-alta
           and not jr-modificacion
           and not jr-baja
               exit paragraph
           end-if

           if  wk-num-movs >= wk-max-movs
               display "ERROR: TABLA MOVIMIENTOS LLENA"
               go to abend
           end-if

           if  jr-baja
               move jr-antes   to wk-imagen
           else
               move jr-despues to wk-imagen
           end-if

           add 1 to wk-num-movs
           move jr-accion     to wk-mov-accion (wk-num-movs)
           move wk-img-clave  to wk-mov-clave (wk-num-movs)
           move wk-img-texto2 to wk-mov-texto2 (wk-num-movs)

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


       cargar-aprobados.

           open input pendientes

           if  sw-fs-pend-no-existe
               exit paragraph
           end-if

           if  not sw-fs-pend-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read pendientes
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  pe-aplicado
                           move pe-movimiento to mv-registro
                           perform guardar-movimiento
                       end-if
               end-read

           end-perform

           close pendientes

           .


       cargar-recuperados.

           open input suspenso

           if  sw-fs-susp-no-existe
               exit paragraph
           end-if

           if  not sw-fs-susp-ok
               go to abend
           end-if


           perform until sw-eof-yes

               read suspenso
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  su-resuelto
                           move su-movimiento to mv-registro
                           perform guardar-movimiento
                       end-if
               end-read

           end-perform

           close suspenso

           .

           .


       abrir-listado.

           move "COMP3CON" to ls-cab-programa
           move "CONCILIACION MAESTRO CONTRA FICHERO"
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
           move "COMP3CON"       to il-programa
           move "comp3con.lst"   to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "COMP3CON: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-MAESTRO=" sw-fs-maestro
               " FS-FICHERO=" sw-fs
               " FS-ORDFIC=" sw-fs-ordfic
               " FS-JORNAL=" sw-fs-jornal
               " FS-CLAVES=" sw-fs-claves
               " FS-CTLPROC=" sw-fs-ctl
               " FS-PENDIENTES=" sw-fs-pend
               " FS-SUSPENSO=" sw-fs-susp
               " FS-LISTADO=" sw-fs-listado

           close maestro
           close fichero
           close ordfic
           close jornal
           close claves
           close ctlproc
           close pendientes
           close suspenso
           close listado

           move 16 to return-code

