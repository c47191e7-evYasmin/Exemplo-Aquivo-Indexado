                  record key is ha-chave
                  file status is ws-fs-arqHistAcad.

      *>_______________________________________________________________________________
      *> deliberacao do conselho de classe (gravada no portal) - aprovado pelo         |
      *> conselho prevalece sobre a apuracao automatica da situacao do aluno.          |
      *>_______________________________________________________________________________|
                  select arqConselho assign to "arqConselhoClasse.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is con-chave
                  file status is ws-fs-arqConselho.

      *>_______________________________________________________________________________
      *> relatorio da virada - uma linha por aluno ativo com a turma de origem, a      |
      *> de destino e a acao tomada; os casos sem turma de destino saem marcados       |
               10  ha-qtd-aulas                    pic 9(03).
               10  ha-qtd-presencas                pic 9(03).

       fd arqConselho.
       01 con-registro.
           05  con-chave.
               10  con-ano                         pic X(04).
               10  con-cod                         pic X(06).
           05  con-turma                           pic X(03).
           05  con-situacao-apurada                pic X(11).
           05  con-media                           pic 9(02)v99.
           05  con-perc-freq                       pic 9(03)v99.
           05  con-deliberacao                     pic X(01).
               88  con-mantem                      value "M".
               88  con-aprovado                    value "A".
           05  con-justificativa                   pic X(60).
           05  con-data                            pic X(08).
           05  con-usuario                         pic X(03).

       fd arqRelRematric.
       01 rematric-linha                           pic X(90).

       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqRelRematric                     pic 9(02).
       77 ws-fs-arqConselho                        pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       01 ws-data-ano.
           05  ws-ano-corrente                     pic X(04).
           05  filler                              pic X(04).
       01 ws-conselho-aprovou                      pic X(01).
           88  conselho-aprovou                    value "S".

      *>____________________________________________________________________
      *> tabela das turmas cadastradas com o numero da serie ja extraido   |
               perform finaliza-anormal
           end-if

           open input arqConselho
           if  ws-fs-arqConselho <> 00
           and ws-fs-arqConselho <> 35 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqConselho                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConselho "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelRematric
           if ws-fs-arqRelRematric <> 00 then
               move 1                                     to ws-msn-erro-ofsset
      *>________________________________________________________________________|
       rematricula-aluno section.

      *>    aprovado pelo conselho de classe e promovido como aprovado
           perform aplica-deliberacao-conselho

           move fd-cod       to wsl-cod
           move fd-aluno     to wsl-aluno
           move fd-turma     to wsl-turma-de
           move fd-situacao  to wsl-situacao
           if conselho-aprovou
               move "APROV.CONS." to wsl-situacao
           end-if

           evaluate true
               when fd-situacao = "APROVADO "
       busca-turma-sucessora-exit.
           exit.

      *>________________________________________________________________________
      *>  Deliberacao do conselho de classe do ano para o aluno de fd-alunos:   |
      *>  aprovado pelo conselho prevalece sobre a situacao apurada             |
      *>________________________________________________________________________|
       aplica-deliberacao-conselho section.

           move "N" to ws-conselho-aprovou
           if ws-fs-arqConselho = 35 then
               go to aplica-deliberacao-conselho-exit
           end-if

           move ws-ano-corrente to con-ano
           move fd-cod          to con-cod
           read arqConselho
           if ws-fs-arqConselho = 00 then
               if con-aprovado
                   move "APROVADO "  to fd-situacao
                   move "S"          to ws-conselho-aprovou
               end-if
           else
               if ws-fs-arqConselho <> 23 then
                   move 3                                 to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       aplica-deliberacao-conselho-exit.
           exit.

      *>________________________________________________________________________
      *>  Garante o retrato do ano que fecha no historico academico - se o      |
      *>  Lista11.ResultadoFinal ja gravou (fs 22) o registro dele prevalece    |
               move "Erro ao gravar arq. arqHistAcad "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    retrato ja gravado antes da deliberacao do conselho: a
      *>    aprovacao pelo conselho tambem vale no historico do ano
           if ws-fs-arqHistAcad = 22 and conselho-aprovou
               read arqHistAcad
               if  ws-fs-arqHistAcad = 00
               and ha-situacao <> "APROVADO " then
                   move "APROVADO " to ha-situacao
                   rewrite ha-registro
               end-if
               if ws-fs-arqHistAcad <> 00 then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-arqHistAcad                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqHistAcad "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       garante-historico-ano-exit.
           exit.

           write rematric-linha from ws-linha-rodape

           if ws-fs-arqConselho <> 35 then
               close arqConselho
           end-if
           close arqRelRematric
           close arqCadTurma
           close arqHistAcad
