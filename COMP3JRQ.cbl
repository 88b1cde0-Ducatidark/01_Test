       data division.
       file section.
       fd  jornal
           record contains 111 characters.
       copy RMAESJRN.

       fd  parametros.
           05  wk-entr-cifra   pic s9(5) comp-3.

       01  wk-fecha-corte      pic 9(8)  value 99999999.
       01  wk-imagen           pic x(38).
       01  wk-mostrados        pic 9(7)  value zero.

       01  wk-display-cifra    pic -(7)9.
       01  wk-display-estado   pic x(9).

       procedure division.

           if  sw-existe-si
               move wk-imagen to ma-registro
               move ma-cifra  to wk-display-cifra
               perform describir-estado
               display "SITUACION A " wk-fecha-corte " : "
                   ma-texto " " wk-display-cifra " " ma-texto2
                   " " wk-display-estado
           else
               display "SITUACION A " wk-fecha-corte
                   " : NO EXISTIA"

       tratar-asiento.

           if  jr-purga
               move jr-antes to wk-clave-entrada
           else
               move jr-despues to wk-clave-entrada

           display jr-fecha " " jr-hora " CICLO " jr-ciclo
               " " jr-accion
               " OPERADOR " jr-operador
               " APROBADOR " jr-aprobador

           display "  ANTES   : " with no advancing
           move jr-antes to wk-imagen
           perform mostrar-imagen

           if  jr-fecha <= wk-fecha-corte
               if  jr-purga
                   set sw-existe-no to true
                   move low-values to wk-imagen
               else
           else
               move wk-imagen to ma-registro
               move ma-cifra  to wk-display-cifra
               perform describir-estado
               display ma-texto " " wk-display-cifra
                   " " ma-texto2 " " wk-display-estado
                   " ALTA " ma-alta-fecha "/" ma-alta-ciclo
                   " MANT " ma-mant-fecha "/" ma-mant-ciclo
           end-if

           .


       describir-estado.

           evaluate true
               when ma-activo
                   move "ACTIVO"    to wk-display-estado
               when ma-cancelado
                   move "CANCELADO" to wk-display-estado
               when other
                   move spaces      to wk-display-estado
           end-evaluate

           .


       leer-parametros.

           open input parametros
