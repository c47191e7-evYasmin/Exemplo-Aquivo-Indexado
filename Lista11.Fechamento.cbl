                  relative key is ws-ctl-rel
                  file status is ws-fs-arqControle.

      *>_______________________________________________________________________________
      *> reaberturas de periodo letivo (mantidas no portal) - o fechamento lista as    |
      *> que ainda nao foram fechadas novamente, para a coordenacao cobrar.            |
      *>_______________________________________________________________________________|
                  select arqReabertura assign to "arqReaberturaPeriodo.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is rea-chave
                  file status is ws-fs-arqReabertura.

      *>Declaração de variáveis
       data division.

           05  ctl-hora                            pic X(08).
           05  ctl-retorno                         pic 9(04).

       fd arqReabertura.
       01 rea-registro.
           05  rea-chave.
               10  rea-ano                         pic X(04).
               10  rea-periodo                     pic X(01).
               10  rea-tipo                        pic X(01).
               10  rea-alvo                        pic X(06).
           05  rea-situacao                        pic X(01).
               88  rea-reaberto                    value "A".
               88  rea-refechado                   value "F".
           05  rea-data-reabertura                 pic X(08).
           05  rea-usuario                         pic X(03).
           05  rea-justificativa                   pic X(60).
           05  rea-data-refechamento               pic X(08).
           05  rea-usuario-refech                  pic X(03).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqControle                        pic 9(02).
       77 ws-fs-arqReabertura                      pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
      *>____________________________________________________________________
      *> a esteira do fechamento, na ordem em que sempre foi rodada na mao. |
      *>____________________________________________________________________|
       77 ws-qtd-passos                            pic 9(02) value 8.
       01 ws-tab-passos.
           05  filler                              pic X(30)
               value "Lista11.CriticaCadastro".
               value "Lista11.Boletim".
           05  filler                              pic X(30)
               value "Lista11.MovimentoDiario".
           05  filler                              pic X(30)
               value "Lista11.BuscaAtiva".
           05  filler                              pic X(30)
               value "Lista11.Integridade".
           05  filler                              pic X(30)
               value "Lista11.Backup".
       01 ws-tab-passos-r redefines ws-tab-passos.
           05  ws-passo-nome occurs 8 times        pic X(30).

      *>    passo acrescentado a esteira nesta rodada (registro criado agora):
      *>    nao conta como pendencia de um fechamento anterior
       01 ws-tab-passo-novo.
           05  ws-passo-novo occurs 8 times        pic X(01).

       77 ws-passo                                 pic 9(02).
       77 ws-comando                               pic X(30).

       77 ws-qtd-executados                        pic 9(02) value zero.
       77 ws-qtd-pulados                           pic 9(02) value zero.
       77 ws-qtd-reabertos                         pic 9(04) value zero.
       01 ws-fim-reabertura                        pic X(01).
           88  fim-reabertura                      value "S".

      *>----Variaveis para comunicação entre programas
       linkage section.

           perform inicializa.
           perform executa-esteira.
           perform lista-periodos-reabertos.
           perform finaliza.

      *>________________________________________________________________________
           end-if

      *>    garante um registro por passo (primeira rodada ou controle novo)
           move spaces to ws-tab-passo-novo
           move 1 to ws-passo
           perform until ws-passo > ws-qtd-passos
               move ws-passo to ws-ctl-rel
               read arqControle
               if ws-fs-arqControle = 23 then
                   move "S" to ws-passo-novo (ws-passo)
                   move ws-passo-nome (ws-passo) to ctl-passo-nome
                   set ctl-pendente to true
                   move spaces to ctl-data
           perform until ws-passo > ws-qtd-passos
               move ws-passo to ws-ctl-rel
               read arqControle
               if  not ctl-concluido
               and ws-passo-novo (ws-passo) <> "S" then
                   move "N" to ws-tudo-concluido
               end-if
               add 1 to ws-passo
               perform until ws-passo > ws-qtd-passos
                   move ws-passo to ws-ctl-rel
                   read arqControle
                   move ws-passo-nome (ws-passo) to ctl-passo-nome
                   set ctl-pendente to true
                   move spaces to ctl-data
                   move spaces to ctl-hora
       executa-passo-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista os periodos letivos reabertos (por turma ou aluno) que ainda    |
      *>  nao foram fechados novamente no portal                                |
      *>________________________________________________________________________|
       lista-periodos-reabertos section.

           open input arqReabertura
           if ws-fs-arqReabertura = 35 then
               display "Nenhum periodo reaberto."
               go to lista-periodos-reabertos-exit
           end-if
           if ws-fs-arqReabertura <> 00 then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-arqReabertura                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqReabertura "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fim-reabertura
           perform until fim-reabertura
               read arqReabertura next record
               at end
                   set fim-reabertura to true
               not at end
                   if rea-reaberto
                       if ws-qtd-reabertos = zero then
                           display "Periodos reabertos (ainda nao fechados):"
                           display "ANO  PER TIPO ALVO   REABERTO USR"
                       end-if
                       display rea-ano " " rea-periodo "   " rea-tipo "    "
                               rea-alvo " " rea-data-reabertura " " rea-usuario
                       add 1 to ws-qtd-reabertos
                   end-if
               end-read
           end-perform

           if ws-qtd-reabertos = zero then
               display "Nenhum periodo reaberto."
           end-if

           close arqReabertura
           .
       lista-periodos-reabertos-exit.
           exit.

      *>________________________________________________________________________
      *>  Finalização anormal                                                   |
      *>________________________________________________________________________|
