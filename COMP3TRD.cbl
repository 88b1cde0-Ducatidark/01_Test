       program-id. COMP3TRD as "COMP3TRD".

       environment division.
       configuration section.

       input-output section.
       file-control.

       select fichero
       assign to "fichero.txt"
       organization is sequential
       file status is sw-fs.

       select gencat
       assign to "gencat.txt"
       organization is line sequential
       file status is sw-fs-gencat.

       select generacion
       assign to wk-gen-nombre
       organization is sequential
       file status is sw-fs-gen.

       select parametros
       assign to "comp3trd.txt"
       organization is line sequential
       file status is sw-fs-par.

       select extracto
       assign to "tendencia.csv"
       organization is line sequential
       file status is sw-fs-extracto.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select listado
       assign to "comp3trd.lst"
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
       fd  fichero
           record contains 14 characters.
       copy RFICHERO.

       fd  gencat.
       copy RGENCAT.

       fd  generacion
           record contains 14 characters.
       01  ge-registro         pic x(14).

       fd  parametros.
       01  pa-registro.
           05  pa-tol-cuenta   pic 9(3).
           05  pa-tol-cifra    pic 9(3).

       fd  extracto.
       01  ex-registro         pic x(80).

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

       fd  listado.
       01  li-linea            pic x(132).

       fd  indice.
       copy RINDLIST.

       working-storage section.

       01  sw-fs               pic x(2).
           88  sw-fs-ok                    value '00'.
           88  sw-fs-eof                   value '10'.

       01  sw-fs-gencat        pic x(2).
           88  sw-fs-gencat-ok             value '00'.
           88  sw-fs-gencat-no-existe      value '35'.

       01  sw-fs-gen           pic x(2).
           88  sw-fs-gen-ok                value '00'.
           88  sw-fs-gen-no-existe         value '35'.

       01  sw-fs-par           pic x(2).
           88  sw-fs-par-ok                value '00'.
           88  sw-fs-par-no-existe         value '35'.

       01  sw-fs-extracto      pic x(2).
           88  sw-fs-extracto-ok           value '00'.

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

       01  sw-grupo-hallado    pic x(1).
           88  sw-grupo-hallado-si         value 'S'.
           88  sw-grupo-hallado-no         value 'N'.

       01  sw-origen           pic x(1).
           88  sw-origen-hoy               value 'H'.
           88  sw-origen-historico         value 'G'.

       01  wk-gen-nombre.
           05  filler          pic x(5)  value "fichg".
           05  wk-gen-nn       pic 9(2)  value zero.
           05  filler          pic x(4)  value ".txt".

       01  wk-registro         pic x(14).
       01  wk-r redefines wk-registro.
           05  wk-tipo         pic x(1).
               88  wk-detalle              value 'D'.
           05  wk-det.
               10  wk-texto        pic x(5).
               10  wk-reg-cifra    pic s9(5) comp-3.
               10  wk-texto2       pic x(5).

       01  wk-generaciones.
           05  wk-num-gen      pic 9(2)    value zero.
           05  wk-gen-entrada  occurs 99 times.
               10  wk-gt-gen       pic 9(2).
               10  wk-gt-fecha     pic 9(8).
               10  wk-gt-ciclo     pic 9(4).

       01  wk-max-gen          pic 9(2)  value 99.
       01  wk-sub-gen          pic 9(3).
       01  wk-gens-leidas      pic 9(2)  value zero.

       01  wk-grupos.
           05  wk-num-grupos   pic 9(4)    value zero.
           05  wk-grupo        occurs 1000 times.
               10  wk-gr-texto         pic x(5).
               10  wk-gr-gens          pic 9(2).
               10  wk-gr-ultima-gen    pic 9(2).
               10  wk-gr-cuenta-hist   pic 9(9).
               10  wk-gr-cifra-hist    pic s9(12) comp-3.
               10  wk-gr-hoy           pic x(1).
                   88  wk-gr-hoy-si        value 'S'.
                   88  wk-gr-hoy-no        value 'N'.
               10  wk-gr-cuenta-hoy    pic 9(7).
               10  wk-gr-cifra-hoy     pic s9(10) comp-3.

       01  wk-max-grupos       pic 9(4)  value 1000.
       01  wk-sub              pic 9(4).

       01  wk-fecha-hoy        pic 9(8)          value zero.
       01  wk-ciclo-hoy        pic 9(4)          value zero.

       01  wk-tol-cuenta       pic 9(3)          value zero.
       01  wk-tol-cifra        pic 9(3)          value zero.

       01  wk-media-cuenta     pic 9(7)v99       value zero.
       01  wk-media-cifra      pic s9(10)v99     value zero.
       01  wk-base-cifra       pic 9(10)v99      value zero.
       01  wk-dif-cuenta       pic 9(7)v99       value zero.
       01  wk-dif-cifra        pic 9(11)v99      value zero.
       01  wk-desv-cuenta      pic 9(7)          value zero.
       01  wk-desv-cifra       pic 9(7)          value zero.

       01  wk-leidos           pic 9(7)          value zero.
       01  wk-excepciones      pic 9(5)          value zero.
       01  wk-num-nuevos       pic 9(5)          value zero.
       01  wk-num-desaparec    pic 9(5)          value zero.
       01  wk-num-desviados    pic 9(5)          value zero.

       01  wk-marca            pic x(12).

       01  wk-display-cuenta   pic z,zzz,zz9.
       01  wk-display-media    pic z,zzz,zz9.99.
       01  wk-display-cifra    pic --,---,---,--9.
       01  wk-display-mcifra   pic --,---,---,--9.99.
       01  wk-display-desv     pic z,zzz,zz9.
       01  wk-display-desv-cifra pic z,zzz,zz9.

       01  wk-csv-cuenta       pic 9(7).
       01  wk-csv-media        pic 9(7).99.
       01  wk-csv-cifra        pic +9(10).
       01  wk-csv-mcifra       pic +9(10).99.
       01  wk-csv-desv-cuenta  pic 9(7).
       01  wk-csv-desv-cifra   pic 9(7).
       01  wk-csv-marca        pic x(12).

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

           set sw-origen-hoy to true
           perform leer-fichero-hoy

           perform cargar-gencat

           set sw-origen-historico to true

           perform varying wk-sub-gen from 1 by 1
                   until wk-sub-gen > wk-num-gen

               perform leer-generacion

           end-perform

           open output extracto

           if  not sw-fs-extracto-ok
               go to abend
           end-if

           string "TEXTO    CUENTA        MEDIA          CIFRA"
               "       MEDIA CIFRA MARCA"
               delimited by size into ls-columnas
           end-string

           perform abrir-listado

           string "FECHA " wk-fecha-hoy " CICLO " wk-ciclo-hoy
               " FRENTE A " wk-gens-leidas " GENERACION(ES)"
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "TOLERANCIA CUENTA " wk-tol-cuenta
               "% CIFRA " wk-tol-cifra "%"
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           move ls-separador to ls-linea
           perform imprimir-linea

           if  wk-gens-leidas = zero
               move "SIN GENERACIONES ANTERIORES. NO HAY TENDENCIA"
                   to ls-linea
               perform imprimir-linea
           else
               perform varying wk-sub from 1 by 1
                       until wk-sub > wk-num-grupos

                   perform evaluar-grupo

               end-perform
           end-if

           close extracto

           move ls-separador to ls-linea
           perform imprimir-linea

           string "GRUPOS         : " wk-num-grupos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "GRUPOS NUEVOS  : " wk-num-nuevos
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "DESAPARECIDOS  : " wk-num-desaparec
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "FUERA TOLERANC.: " wk-num-desviados
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           string "EXCEPCIONES    : " wk-excepciones
               delimited by size into ls-linea
           end-string
           perform imprimir-linea

           if  wk-excepciones > zero
           or  wk-gens-leidas = zero
               move "AVISO: HAY EXCEPCIONES DE TENDENCIA" to ls-linea
               perform imprimir-linea
               move 4 to return-code
           end-if

           perform cerrar-listado

           perform grabar-log-fin

           goback.


       leer-parametros.

           open input parametros

           if  sw-fs-par-no-existe
               display "COMP3TRD: FALTA TARJETA DE PARAMETROS"
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
                   display "COMP3TRD: TARJETA DE PARAMETROS VACIA"
                   move 16 to return-code
                   perform grabar-log-fin
                   goback
           end-read

           close parametros

           if  pa-tol-cuenta is not numeric
           or  pa-tol-cifra  is not numeric
               display "COMP3TRD: TOLERANCIAS NO NUMERICAS EN TARJETA"
               move 16 to return-code
               perform grabar-log-fin
               goback
           end-if

           move pa-tol-cuenta to wk-tol-cuenta
           move pa-tol-cifra  to wk-tol-cifra

           .


       leer-fichero-hoy.

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

                       evaluate true
                           when re-tipo-cabecera
                               move re-cab-fecha to wk-fecha-hoy
                               move re-cab-ciclo to wk-ciclo-hoy
                           when re-tipo-detalle
                               move re-texto to wk-texto
                               move re-cifra to wk-reg-cifra
                               perform acumular-detalle
                       end-evaluate
               end-read

           end-perform

           close fichero

           .


       cargar-gencat.

           open input gencat

           if  sw-fs-gencat-no-existe
               display "COMP3TRD: SIN CATALOGO DE GENERACIONES"
               exit paragraph
           end-if

           if  not sw-fs-gencat-ok
               go to abend
           end-if

           set sw-eof-no to true

           perform until sw-eof-yes

               read gencat
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  gc-fecha = wk-fecha-hoy
                       and gc-ciclo = wk-ciclo-hoy
                           continue
                       else
                           perform guardar-generacion
                       end-if
               end-read

           end-perform

           close gencat

           .


       guardar-generacion.

           if  wk-num-gen >= wk-max-gen
               display "ERROR: TABLA GENERACIONES LLENA"
               go to abend
           end-if

           add 1 to wk-num-gen

           move gc-gen   to wk-gt-gen   (wk-num-gen)
           move gc-fecha to wk-gt-fecha (wk-num-gen)
           move gc-ciclo to wk-gt-ciclo (wk-num-gen)

           .


       leer-generacion.

           move wk-gt-gen (wk-sub-gen) to wk-gen-nn

           open input generacion

           if  sw-fs-gen-no-existe
               display "COMP3TRD: AVISO: FALTA FICHERO DE GENERACION "
                   wk-gen-nombre ". SE IGNORA"
               exit paragraph
           end-if

           if  not sw-fs-gen-ok
               go to abend
           end-if

           add 1 to wk-gens-leidas

           set sw-eof-no to true

           perform until sw-eof-yes

               read generacion
                   at end
                       set sw-eof-yes to true
                   not at end
                       move ge-registro to wk-registro

                       if  wk-detalle
                           perform acumular-detalle
                       end-if
               end-read

           end-perform

           close generacion

           .


       acumular-detalle.

           perform buscar-grupo

           if  sw-grupo-hallado-no
               if  wk-num-grupos >= wk-max-grupos
                   display "ERROR: TABLA GRUPOS LLENA"
                   go to abend
               end-if

               add 1 to wk-num-grupos
               move wk-num-grupos to wk-sub

               move wk-texto to wk-gr-texto       (wk-sub)
               move zero     to wk-gr-gens        (wk-sub)
               move zero     to wk-gr-ultima-gen  (wk-sub)
               move zero     to wk-gr-cuenta-hist (wk-sub)
               move zero     to wk-gr-cifra-hist  (wk-sub)
               move zero     to wk-gr-cuenta-hoy  (wk-sub)
               move zero     to wk-gr-cifra-hoy   (wk-sub)
               set wk-gr-hoy-no (wk-sub) to true
           end-if

           if  sw-origen-hoy
               set wk-gr-hoy-si (wk-sub) to true
               add 1            to wk-gr-cuenta-hoy (wk-sub)
               add wk-reg-cifra to wk-gr-cifra-hoy  (wk-sub)
               exit paragraph
           end-if

           if  wk-gr-ultima-gen (wk-sub) not = wk-gens-leidas
               add 1 to wk-gr-gens (wk-sub)
               move wk-gens-leidas to wk-gr-ultima-gen (wk-sub)
           end-if

           add 1            to wk-gr-cuenta-hist (wk-sub)
           add wk-reg-cifra to wk-gr-cifra-hist  (wk-sub)

           .


       buscar-grupo.

           set sw-grupo-hallado-no to true

           perform varying wk-sub from 1 by 1
                   until wk-sub > wk-num-grupos
                      or sw-grupo-hallado-si

               if  wk-gr-texto (wk-sub) = wk-texto
                   set sw-grupo-hallado-si to true
               end-if

           end-perform

           if  sw-grupo-hallado-si
               subtract 1 from wk-sub
           end-if

           .


       evaluar-grupo.

           move spaces to wk-marca
           move zero   to wk-desv-cuenta
           move zero   to wk-desv-cifra

           compute wk-media-cuenta rounded =
               wk-gr-cuenta-hist (wk-sub) / wk-gens-leidas
           compute wk-media-cifra rounded =
               wk-gr-cifra-hist (wk-sub) / wk-gens-leidas

           evaluate true
               when wk-gr-gens (wk-sub) = zero
                   move "NUEVO" to wk-marca
                   add 1 to wk-num-nuevos

               when wk-gr-hoy-no (wk-sub)
                   move "DESAPARECIDO" to wk-marca
                   add 1 to wk-num-desaparec

               when other
                   perform calcular-desviacion
           end-evaluate

           move wk-gr-cuenta-hoy (wk-sub) to wk-display-cuenta
           move wk-media-cuenta            to wk-display-media
           move wk-gr-cifra-hoy (wk-sub)  to wk-display-cifra
           move wk-media-cifra             to wk-display-mcifra

           string wk-gr-texto (wk-sub) " " wk-display-cuenta
               " " wk-display-media " " wk-display-cifra
               " " wk-display-mcifra " " wk-marca
               delimited by size into ls-linea
           end-string

           perform imprimir-linea

           if  wk-marca = "** DESVIO"
               move wk-desv-cuenta to wk-display-desv
               move wk-desv-cifra  to wk-display-desv-cifra
               string "      DESVIO CUENTA " wk-display-desv
                   "% CIFRA " wk-display-desv-cifra "%"
                   delimited by size into ls-linea
               end-string
               perform imprimir-linea
           end-if

           if  wk-marca not = spaces
               add 1 to wk-excepciones
               perform grabar-excepcion
           end-if

           .


       calcular-desviacion.

           if  wk-gr-cuenta-hoy (wk-sub) > wk-media-cuenta
               compute wk-dif-cuenta =
                   wk-gr-cuenta-hoy (wk-sub) - wk-media-cuenta
           else
               compute wk-dif-cuenta =
                   wk-media-cuenta - wk-gr-cuenta-hoy (wk-sub)
           end-if

           if  wk-media-cuenta > zero
               compute wk-desv-cuenta rounded =
                   wk-dif-cuenta * 100 / wk-media-cuenta
                   on size error
                       move 9999999 to wk-desv-cuenta
               end-compute
           end-if

           if  wk-gr-cifra-hoy (wk-sub) > wk-media-cifra
               compute wk-dif-cifra =
                   wk-gr-cifra-hoy (wk-sub) - wk-media-cifra
           else
               compute wk-dif-cifra =
                   wk-media-cifra - wk-gr-cifra-hoy (wk-sub)
           end-if

           if  wk-media-cifra < zero
               compute wk-base-cifra = zero - wk-media-cifra
           else
               move wk-media-cifra to wk-base-cifra
           end-if

           if  wk-base-cifra > zero
               compute wk-desv-cifra rounded =
                   wk-dif-cifra * 100 / wk-base-cifra
                   on size error
                       move 9999999 to wk-desv-cifra
               end-compute
           else
               if  wk-dif-cifra > zero
                   move 9999999 to wk-desv-cifra
               end-if
           end-if

           if  wk-desv-cuenta > wk-tol-cuenta
           or  wk-desv-cifra  > wk-tol-cifra
               move "** DESVIO" to wk-marca
               add 1 to wk-num-desviados
           end-if

           .


       grabar-excepcion.

           move wk-gr-cuenta-hoy (wk-sub) to wk-csv-cuenta
           move wk-media-cuenta            to wk-csv-media
           move wk-gr-cifra-hoy (wk-sub)  to wk-csv-cifra
           move wk-media-cifra             to wk-csv-mcifra

           move wk-desv-cuenta to wk-csv-desv-cuenta
           move wk-desv-cifra  to wk-csv-desv-cifra

           evaluate wk-marca
               when "NUEVO"
                   move "NUEVO"        to wk-csv-marca
               when "DESAPARECIDO"
                   move "DESAPARECIDO" to wk-csv-marca
               when other
                   move "DESVIO"       to wk-csv-marca
           end-evaluate

           move spaces to ex-registro

           string wk-gr-texto (wk-sub) delimited by size
                  ","                  delimited by size
                  wk-csv-marca         delimited by space
                  ","                  delimited by size
                  wk-csv-cuenta        delimited by size
                  ","                  delimited by size
                  wk-csv-media         delimited by size
                  ","                  delimited by size
                  wk-csv-desv-cuenta   delimited by size
                  ","                  delimited by size
                  wk-csv-cifra         delimited by size
                  ","                  delimited by size
                  wk-csv-mcifra        delimited by size
                  ","                  delimited by size
                  wk-csv-desv-cifra    delimited by size
               into ex-registro
           end-string

           write ex-registro

           if  not sw-fs-extracto-ok
               go to abend
           end-if

           .


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3TRD: AVISO: ERROR FECPROC. FS="
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
           move wk-leidos      to lg-leidos
           move wk-excepciones to lg-escritos
           move zero           to lg-rechazados
           move return-code    to lg-retorno

           perform grabar-log

           .


       grabar-log.

           move "COMP3TRD" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo-hoy to lg-ciclo

           open extend runlog

           if  sw-fs-runlog-no-existe
               open output runlog
           end-if

           if  not sw-fs-runlog-ok
               display "COMP3TRD: AVISO: ERROR RUNLOG. FS="
                   sw-fs-runlog
           else
               write lg-registro

               close runlog
           end-if

           .


       abrir-listado.

           move "COMP3TRD" to ls-cab-programa
           move "TENDENCIA POR RE-TEXTO"
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
           move "COMP3TRD"       to il-programa
           move "comp3trd.lst"   to il-listado
           move ls-paginas       to il-paginas
           move ls-lineas        to il-lineas
           move function current-date to wk-fecha-hora
           move wk-hora         to il-hora

           open extend indice

           if  sw-fs-indice-no-existe
               open output indice
           end-if

           if  not sw-fs-indice-ok
               display "COMP3TRD: AVISO: ERROR INDICE LISTADOS. FS="
                   sw-fs-indice
           else
               write il-registro

               close indice
           end-if

           .


       abend.

           display "ERROR. FS-FICHERO=" sw-fs
               " FS-GENCAT=" sw-fs-gencat
               " FS-GENERACION=" sw-fs-gen
               " FS-EXTRACTO=" sw-fs-extracto
               " FS-LISTADO=" sw-fs-listado

           close fichero
           close gencat
           close generacion
           close extracto
           close listado

           move 16 to return-code

           perform grabar-log-fin

           goback
           .

       end program COMP3TRD.
