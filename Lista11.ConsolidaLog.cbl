           05  log-operacao                        pic X(10).
           05  log-cod                             pic X(06).
           05  log-usuario                         pic X(03).
           05  log-complemento                     pic X(70).

       fd arqLogConsol.
       01 lgc-registro.
           05  fec-operacao                        pic X(10).
           05  fec-cod                             pic X(06).
           05  fec-usuario                         pic X(03).
           05  fec-complemento                     pic X(70).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.
      *>________________________________________________________________________|
       arquiva-uma-linha section.

           move log-data         to fec-data
           move log-hora         to fec-hora
           move log-operacao     to fec-operacao
           move log-cod          to fec-cod
           move log-usuario      to fec-usuario
           move log-complemento  to fec-complemento

           write fechado-registro
           if ws-fs-arqLogFechado <> 00 then
