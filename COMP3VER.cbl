       organization is indexed
       access mode is sequential
       record key is ma-clave
       alternate record key is ma-texto2 with duplicates
       file status is sw-fs-maestro.

       select maesctl

       01  wk-cuenta           pic 9(7)          value zero.
       01  wk-total            pic S9(10) comp-3 value zero.
       01  wk-cancelados       pic 9(7)          value zero.
       01  wk-ctl-cuenta       pic 9(7)          value zero.
       01  wk-ctl-total        pic S9(10) comp-3 value zero.


           move zero to wk-cuenta
           move zero to wk-total
           move zero to wk-cancelados

           set sw-eof-no to true

                   at end
                       set sw-eof-yes to true
                   not at end
                       if  ma-cancelado
                           add 1 to wk-cancelados
                       else
                           add 1        to wk-cuenta
                           add ma-cifra to wk-total
                       end-if
               end-read

           end-perform
           display "CUENTA CONTROL  : " wk-ctl-cuenta
           display "TOTAL MAESTRO   : " wk-display-total
           display "TOTAL CONTROL   : " wk-display-ctl
           display "CANCELADOS      : " wk-cancelados

           if  sw-hay-control-no
               display "AVISO: SIN FICHERO DE CONTROL"
