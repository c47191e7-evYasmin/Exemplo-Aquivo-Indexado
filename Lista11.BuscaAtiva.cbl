      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Lista11.BuscaAtiva".
       author. "EVELYN YASMIN PEREIRA ".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

                  select arqCadAluno assign to "arqCadAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is fd-cod
                  alternate record key is fd-aluno with duplicates
                  file status is ws-fs-arqCadAluno.

                  select arqFrequencia assign to "arqFrequencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is freq-chave
                  file status is ws-fs-arqFrequencia.

      *>_______________________________________________________________________________
      *> ocorrencias da busca ativa - uma por caso (aluno + data de abertura), com a   |
      *> situacao aberta, notificado, retornou ou encaminhado ao Conselho Tutelar.     |
      *> e a comprovacao da busca ativa exigida por lei; nunca e apagada.              |
      *>_______________________________________________________________________________|
                  select arqOcorrencia assign to "arqOcorrenciaBusca.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is oco-chave
                  file status is ws-fs-arqOcorrencia.

      *>_______________________________________________________________________________
      *> cartas de convocacao aos responsaveis emitidas na execucao do dia             |
      *>_______________________________________________________________________________|
                  select arqCartas assign to "CartasConvocacao.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqCartas.

      *>_______________________________________________________________________________
      *> fichas de encaminhamento ao Conselho Tutelar - prazo da carta vencido sem     |
      *> retorno do aluno                                                              |
      *>_______________________________________________________________________________|
                  select arqFichas assign to "FichasConselhoTutelar.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqFichas.

                  select arqRelBusca assign to "BuscaAtiva.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqRelBusca.

      *>Declaração de variáveis
       data division.

      *>____Variaveis de arquivos declaradas da file section
       file section.
       fd arqCadAluno.
       01 fd-alunos.
           05  fd-cod                              pic X(06).
           05  fd-aluno                            pic X(25).
           05  fd-endereco                         pic X(35).
           05  fd-mae                              pic X(25).
           05  fd-pai                              pic X(25).
           05  fd-telefone                         pic X(15).
           05  fd-turma                            pic X(03).
           05  fd-notas.
               10  fd-nota1                        pic 9(02)v99.
               10  fd-nota2                        pic 9(02)v99.
               10  fd-nota3                        pic 9(02)v99.
               10  fd-nota4                        pic 9(02)v99.
               10  fd-media                        pic 9(02)v99.
               10  fd-nota-recup                   pic 9(02)v99.
               10  fd-media-final                  pic 9(02)v99.
               10  fd-situacao                     pic X(11).
           05  fd-frequencia.
               10  fd-qtd-aulas                    pic 9(03).
               10  fd-qtd-presencas                pic 9(03).
           05  fd-envio.
               10  fd-envio-sit                    pic X(01).
                   88  fd-envio-pendente           value " ".
                   88  fd-envio-enviado            value "E".
                   88  fd-envio-aceito             value "A".
                   88  fd-envio-rejeitado          value "R".
               10  fd-envio-data                   pic X(08).
           05  fd-status                            pic X(01).
               88  fd-status-ativo                  value "A".
               88  fd-status-inativo                value "I".
               88  fd-status-transferido            value "T".

       fd arqFrequencia.
       01 freq-registro.
           05  freq-chave.
               10  freq-cod                        pic X(06).
               10  freq-data                       pic X(08).
           05  freq-presenca                       pic X(01).
               88  freq-presente                   value "P".
               88  freq-falta                      value "F".
               88  freq-justificada                value "J".

       fd arqOcorrencia.
       01 oco-registro.
           05  oco-chave.
               10  oco-cod                         pic X(06).
               10  oco-data-abertura               pic X(08).
           05  oco-turma                           pic X(03).
           05  oco-motivo                          pic X(01).
               88  oco-motivo-seguidas             value "S".
               88  oco-motivo-percentual           value "P".
           05  oco-faltas-seguidas                 pic 9(03).
           05  oco-perc-faltas                     pic 9(03)v99.
           05  oco-situacao                        pic X(01).
               88  oco-aberta                      value "A".
               88  oco-notificado                  value "N".
               88  oco-retornou                    value "R".
               88  oco-encaminhado                 value "C".
               88  oco-em-andamento                value "A" "N".
           05  oco-data-notificacao                pic X(08).
           05  oco-data-prazo                      pic X(08).
           05  oco-data-retorno                    pic X(08).
           05  oco-data-encaminhamento             pic X(08).
           05  oco-usuario                         pic X(03).

       fd arqCartas.
       01 carta-linha                              pic X(90).

       fd arqFichas.
       01 ficha-linha                              pic X(90).

       fd arqRelBusca.
       01 busca-linha                              pic X(100).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqOcorrencia                      pic 9(02).
       77 ws-fs-arqCartas                          pic 9(02).
       77 ws-fs-arqFichas                          pic 9(02).
       77 ws-fs-arqRelBusca                        pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-cod                       pic 9(02).
          05 ws-msn-erro-text                      pic X(42).

       01  ws-fim-cadastro                         pic X(01) value "N".
           88  fim-cadastro                        value "S".
       01  ws-fim-freq                             pic X(01) value "N".
           88  fim-freq                            value "S".
       01  ws-fim-ocorrencia                       pic X(01) value "N".
           88  fim-ocorrencia                      value "S".

      *>____________________________________________________________________
      *> parametros da busca ativa: faltas seguidas que disparam o alerta,  |
      *> percentual de faltas no mes (so conta a partir de um minimo de     |
      *> aulas no mes) e prazo em dias corridos para o retorno do aluno     |
      *> depois da carta.                                                   |
      *>____________________________________________________________________|
       77 ws-max-faltas-seguidas                   pic 9(03) value 5.
       77 ws-perc-limite-mes                       pic 9(03)v99 value 25,00.
       77 ws-min-aulas-mes                         pic 9(03) value 5.
       77 ws-prazo-retorno                         pic 9(03) value 10.

      *>____________________________________________________________________
      *> apuracao do aluno no arqFrequencia do ano corrente: sequencia      |
      *> atual de faltas (presenca zera, justificada nao conta), faltas e   |
      *> aulas do mes corrente e a ultima presenca registrada.              |
      *>____________________________________________________________________|
       77 ws-faltas-seguidas                       pic 9(03) value zero.
       77 ws-data-inicio-seq                       pic X(08).
       77 ws-aulas-mes                             pic 9(03) value zero.
       77 ws-faltas-mes                            pic 9(03) value zero.
       77 ws-perc-faltas-mes                       pic 9(03)v99 value zero.
       77 ws-ultima-presenca                       pic X(08).

      *>____________________________________________________________________
      *> situacao das ocorrencias ja gravadas para o aluno                  |
      *>____________________________________________________________________|
       01 ws-oco-pendente                          pic X(01).
           88  oco-pendente                        value "S".
       77 ws-chave-pendente                        pic X(14).
       77 ws-ultima-abertura                       pic X(08).
       01 ws-alerta                                pic X(01).
           88  alerta-evasao                       value "S".
       01 ws-motivo-alerta                         pic X(01).
       77 ws-acao                                  pic X(30).

       01 ws-data-calc.
           05  ws-calc-ano                         pic 9(04).
           05  ws-calc-mes                         pic 9(02).
           05  ws-calc-dia                         pic 9(02).
       01 ws-data-calc-r redefines ws-data-calc.
           05  ws-data-calc-x                      pic X(08).
       01 ws-data-hoje.
           05  ws-hoje-ano                         pic X(04).
           05  ws-hoje-mes                         pic X(02).
           05  ws-hoje-dia                         pic X(02).
       01 ws-data-hoje-r redefines ws-data-hoje.
           05  ws-data-hoje-x                      pic X(08).
       77 ws-inicio-mes                            pic X(08).
       77 ws-dias-mes                              pic 9(02) value zero.
       77 ws-resto-4                               pic 9(04) value zero.
       77 ws-resto-100                             pic 9(04) value zero.
       77 ws-resto-400                             pic 9(04) value zero.
       77 ws-quociente                             pic 9(06) value zero.

      *>    data AAAAMMDD convertida para DD/MM/AAAA na carta e na ficha
       01 ws-data-entrada                          pic X(08).
       01 ws-data-edit.
           05  ws-edit-dia                         pic X(02).
           05  filler                              pic X(01) value "/".
           05  ws-edit-mes                         pic X(02).
           05  filler                              pic X(01) value "/".
           05  ws-edit-ano                         pic X(04).

       77 ws-qtd-alunos                            pic 9(06) comp value zero.
       77 ws-qtd-abertas                           pic 9(06) comp value zero.
       77 ws-qtd-cartas                            pic 9(06) comp value zero.
       77 ws-qtd-retornos                          pic 9(06) comp value zero.
       77 ws-qtd-fichas                            pic 9(06) comp value zero.
       77 ws-qtd-sem-contato                       pic 9(06) comp value zero.

      *>____________________________________________________________________
      *> carta de convocacao                                                |
      *>____________________________________________________________________|
       01 ws-carta-branco                          pic X(90) value spaces.
       01 ws-carta-separador                       pic X(90) value all "-".
       01 ws-carta-escola.
           05  filler                              pic X(90) value
               "ESCOLA - PORTAL ALUNO - SECRETARIA ESCOLAR".
       01 ws-carta-titulo.
           05  filler                              pic X(90) value
               "CARTA DE CONVOCACAO AOS RESPONSAVEIS - BUSCA ATIVA ESCOLAR".
       01 ws-carta-emissao.
           05  filler                              pic X(14) value "EMITIDA EM..: ".
           05  wsc-data-emissao                    pic X(10).
       01 ws-carta-rotulo.
           05  wsc-rotulo                          pic X(14).
           05  wsc-valor                           pic X(60).
       01 ws-carta-texto1.
           05  filler                              pic X(61) value
               "Senhores responsaveis, o(a) aluno(a) acima registra ate hoje ".
           05  wsc-faltas-seguidas                 pic ZZ9.
           05  filler                              pic X(26) value
               " falta(s) seguida(s) e    ".
       01 ws-carta-texto2.
           05  wsc-perc-faltas                     pic ZZ9,99.
           05  filler                              pic X(60) value
               "% de faltas no mes corrente. Solicitamos o comparecimento ".
       01 ws-carta-texto3.
           05  filler                              pic X(50) value
               "de um dos responsaveis a secretaria da escola ate ".
           05  wsc-data-prazo                      pic X(10).
           05  filler                              pic X(01) value ",".
       01 ws-carta-texto4.
           05  filler                              pic X(90) value
               "trazendo a justificativa das faltas. Sem o retorno do aluno no prazo".
       01 ws-carta-texto5.
           05  filler                              pic X(90) value
               "o caso sera comunicado ao Conselho Tutelar (ECA, art. 56).".
       01 ws-carta-assinatura.
           05  filler                              pic X(90) value
               "______________________________   A DIRECAO".

      *>____________________________________________________________________
      *> ficha de encaminhamento ao Conselho Tutelar                        |
      *>____________________________________________________________________|
       01 ws-ficha-titulo.
           05  filler                              pic X(90) value
               "FICHA DE ENCAMINHAMENTO AO CONSELHO TUTELAR - INFREQUENCIA ESCOLAR".
       01 ws-ficha-texto1.
           05  filler                              pic X(90) value
               "Esgotado o prazo da convocacao sem o retorno do aluno, a escola".
       01 ws-ficha-texto2.
           05  filler                              pic X(90) value
               "encaminha o caso para as providencias cabiveis (ECA, art. 56, II).".

      *>____________________________________________________________________
      *> relatorio do dia                                                   |
      *>____________________________________________________________________|
       01 ws-linha-titulo.
           05  filler                              pic X(32) value
               "BUSCA ATIVA - PROCESSAMENTO DE ".
           05  wst-data                            pic X(10).
       01 ws-linha-cabecalho.
           05  filler                              pic X(100) value
               "COD    ALUNO                     TUR SEG %MES   ABERTURA SIT ACAO".
       01 ws-linha-detalhe.
           05  wsl-cod                             pic X(06).
           05  filler                              pic X(01) value spaces.
           05  wsl-aluno                           pic X(25).
           05  filler                              pic X(01) value spaces.
           05  wsl-turma                           pic X(03).
           05  filler                              pic X(01) value spaces.
           05  wsl-seguidas                        pic ZZ9.
           05  filler                              pic X(01) value spaces.
           05  wsl-perc                            pic ZZ9,99.
           05  filler                              pic X(01) value spaces.
           05  wsl-abertura                        pic X(08).
           05  filler                              pic X(02) value spaces.
           05  wsl-situacao                        pic X(01).
           05  filler                              pic X(02) value spaces.
           05  wsl-acao                            pic X(30).
       01 ws-linha-rodape1.
           05  filler                              pic X(28)
               value "OCORRENCIAS ABERTAS.......:".
           05  wsr-qtd-abertas                     pic ZZZZZ9.
           05  filler                              pic X(28)
               value "  CARTAS EMITIDAS.........:".
           05  wsr-qtd-cartas                      pic ZZZZZ9.
       01 ws-linha-rodape2.
           05  filler                              pic X(28)
               value "RETORNOS..................:".
           05  wsr-qtd-retornos                    pic ZZZZZ9.
           05  filler                              pic X(28)
               value "  ENCAMINHADOS AO CONSELHO:".
           05  wsr-qtd-fichas                      pic ZZZZZ9.
       01 ws-linha-rodape3.
           05  filler                              pic X(28)
               value "SEM DADOS DE CONTATO......:".
           05  wsr-qtd-sem-contato                 pic ZZZZZ9.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>________________________________________________________________________
      *>  Procedimentos de inicialização                                        |
      *>________________________________________________________________________|
       inicializa section.

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje-x to ws-inicio-mes
           move "01"           to ws-inicio-mes (7:2)

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    sem arquivo de frequencia ainda nao ha falta a apontar, mas as
      *>    ocorrencias em andamento continuam sendo acompanhadas
           open input arqFrequencia
           if  ws-fs-arqFrequencia <> 00
           and ws-fs-arqFrequencia <> 35 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               open output arqOcorrencia
               close arqOcorrencia
               open i-o arqOcorrencia
           end-if
           if  ws-fs-arqOcorrencia <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCartas
           if ws-fs-arqCartas <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCartas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCartas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqFichas
           if ws-fs-arqFichas <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqFichas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFichas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelBusca
           if ws-fs-arqRelBusca <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqRelBusca                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelBusca "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-hoje-x to ws-data-entrada
           perform edita-data
           move ws-data-edit to wst-data
           write busca-linha from ws-linha-titulo
           write busca-linha from ws-linha-cabecalho
           .
       inicializa-exit.
           exit.

      *>________________________________________________________________________
      *>  Uma passada pelo cadastro: apura as faltas de cada aluno, acompanha   |
      *>  a ocorrencia em andamento ou abre uma nova quando ha alerta           |
      *>________________________________________________________________________|
       processamento section.

           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   set fim-cadastro to true
               else
                   move 2                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-cadastro
               read arqCadAluno next
               if  ws-fs-arqCadAluno = 10
               or  ws-fs-arqCadAluno = 23 then
                   set fim-cadastro to true
               else
                   if ws-fs-arqCadAluno <> 00 then
                       move 2                                 to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       add 1 to ws-qtd-alunos
                       perform apura-faltas-aluno
                       perform localiza-ocorrencias
                       if oco-pendente
                           perform acompanha-ocorrencia
                       else
                           if fd-status-ativo
                               perform verifica-alerta
                               if alerta-evasao
                                   perform abre-ocorrencia
                                   perform acompanha-ocorrencia
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>________________________________________________________________________
      *>  Le os lancamentos do aluno no ano corrente (ate hoje) apurando a      |
      *>  sequencia atual de faltas e as faltas do mes corrente                 |
      *>________________________________________________________________________|
       apura-faltas-aluno section.

           move zero   to ws-faltas-seguidas
           move zero   to ws-aulas-mes
           move zero   to ws-faltas-mes
           move zero   to ws-perc-faltas-mes
           move spaces to ws-data-inicio-seq
           move spaces to ws-ultima-presenca

           if ws-fs-arqFrequencia = 35 then
               go to apura-faltas-aluno-exit
           end-if

           move "N"          to ws-fim-freq
           move fd-cod       to freq-cod
           move ws-hoje-ano  to freq-data
           start arqFrequencia key is >= freq-chave
           if  ws-fs-arqFrequencia <> 00
               if ws-fs-arqFrequencia = 23 then
                   set fim-freq to true
               else
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-freq
               read arqFrequencia next
               if  ws-fs-arqFrequencia = 10
               or  ws-fs-arqFrequencia = 23 then
                   set fim-freq to true
               else
                   if ws-fs-arqFrequencia <> 00 then
                       move 3                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if freq-cod <> fd-cod
                       or freq-data (1:4) <> ws-hoje-ano
                       or freq-data > ws-data-hoje-x then
                           set fim-freq to true
                       else
                           evaluate true
                               when freq-presente
                                   move zero      to ws-faltas-seguidas
                                   move freq-data to ws-ultima-presenca
                                   if freq-data >= ws-inicio-mes
                                       add 1 to ws-aulas-mes
                                   end-if
                               when freq-falta
                                   if ws-faltas-seguidas = zero
                                       move freq-data to ws-data-inicio-seq
                                   end-if
                                   add 1 to ws-faltas-seguidas
                                   if freq-data >= ws-inicio-mes
                                       add 1 to ws-aulas-mes
                                       add 1 to ws-faltas-mes
                                   end-if
                           end-evaluate
                       end-if
                   end-if
               end-if
           end-perform

           if ws-aulas-mes > zero
               compute ws-perc-faltas-mes rounded =
                       (ws-faltas-mes * 100) / ws-aulas-mes
           end-if
           .
       apura-faltas-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Percorre as ocorrencias do aluno: guarda a chave da que ainda esta em |
      *>  andamento (aberta/notificado) e a data da abertura mais recente       |
      *>________________________________________________________________________|
       localiza-ocorrencias section.

           move "N"    to ws-oco-pendente
           move spaces to ws-chave-pendente
           move spaces to ws-ultima-abertura

           move "N"         to ws-fim-ocorrencia
           move fd-cod      to oco-cod
           move low-values  to oco-data-abertura
           start arqOcorrencia key is >= oco-chave
           if  ws-fs-arqOcorrencia <> 00
               if ws-fs-arqOcorrencia = 23 then
                   set fim-ocorrencia to true
               else
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-ocorrencia
               read arqOcorrencia next
               if  ws-fs-arqOcorrencia = 10
               or  ws-fs-arqOcorrencia = 23 then
                   set fim-ocorrencia to true
               else
                   if ws-fs-arqOcorrencia <> 00 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencia "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if oco-cod <> fd-cod then
                           set fim-ocorrencia to true
                       else
                           move oco-data-abertura to ws-ultima-abertura
                           if oco-em-andamento
                               move "S"       to ws-oco-pendente
                               move oco-chave to ws-chave-pendente
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

      *>    deixa a ocorrencia em andamento no buffer para o acompanhamento
           if oco-pendente
               move ws-chave-pendente to oco-chave
               read arqOcorrencia
               if ws-fs-arqOcorrencia <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       localiza-ocorrencias-exit.
           exit.

      *>________________________________________________________________________
      *>  Alerta de evasao: N faltas seguidas iniciadas depois da ultima        |
      *>  ocorrencia, ou percentual de faltas do mes acima do limite quando     |
      *>  ainda nao houve ocorrencia aberta no mes                              |
      *>________________________________________________________________________|
       verifica-alerta section.

           move "N"    to ws-alerta
           move spaces to ws-motivo-alerta

           if  ws-faltas-seguidas >= ws-max-faltas-seguidas
           and ws-data-inicio-seq > ws-ultima-abertura
               move "S" to ws-alerta
               move "S" to ws-motivo-alerta
               go to verifica-alerta-exit
           end-if

           if  ws-aulas-mes >= ws-min-aulas-mes
           and ws-perc-faltas-mes > ws-perc-limite-mes
           and (ws-ultima-abertura = spaces
            or  ws-ultima-abertura < ws-inicio-mes)
               move "S" to ws-alerta
               move "P" to ws-motivo-alerta
           end-if
           .
       verifica-alerta-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava a ocorrencia nova, situacao aberta                              |
      *>________________________________________________________________________|
       abre-ocorrencia section.

           move spaces             to oco-registro
           move fd-cod             to oco-cod
           move ws-data-hoje-x     to oco-data-abertura
           move fd-turma           to oco-turma
           move ws-motivo-alerta   to oco-motivo
           move ws-faltas-seguidas to oco-faltas-seguidas
           move ws-perc-faltas-mes to oco-perc-faltas
           move "A"                to oco-situacao
           move "BAT"              to oco-usuario

           write oco-registro
           if ws-fs-arqOcorrencia <> 00 then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqOcorrencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-abertas
           .
       abre-ocorrencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Acompanha a ocorrencia em andamento (no buffer):                      |
      *>    - presenca depois da abertura .......... retornou                   |
      *>    - aberta com dados de contato .......... carta, notificado          |
      *>    - notificado com o prazo vencido ....... ficha, Conselho Tutelar    |
      *>________________________________________________________________________|
       acompanha-ocorrencia section.

           move spaces to ws-acao

           evaluate true
               when ws-ultima-presenca <> spaces
                and ws-ultima-presenca > oco-data-abertura
                   move "R"                 to oco-situacao
                   move ws-ultima-presenca  to oco-data-retorno
                   move "ALUNO RETORNOU"    to ws-acao
                   add 1 to ws-qtd-retornos
                   perform regrava-ocorrencia

               when oco-aberta
                   if  fd-endereco = spaces
                   and fd-telefone = spaces
                       move "SEM DADOS DE CONTATO"  to ws-acao
                       add 1 to ws-qtd-sem-contato
                   else
                       move ws-data-hoje-x  to ws-data-calc-x
                       perform proxima-data ws-prazo-retorno times
                       move "N"             to oco-situacao
                       move ws-data-hoje-x  to oco-data-notificacao
                       move ws-data-calc-x  to oco-data-prazo
                       perform emite-carta
                       move "CARTA EMITIDA"  to ws-acao
                       add 1 to ws-qtd-cartas
                       perform regrava-ocorrencia
                   end-if

               when oco-notificado
                   if ws-data-hoje-x > oco-data-prazo
                       move "C"             to oco-situacao
                       move ws-data-hoje-x  to oco-data-encaminhamento
                       perform emite-ficha
                       move "ENCAMINHADO AO CONSELHO TUTELAR" to ws-acao
                       add 1 to ws-qtd-fichas
                       perform regrava-ocorrencia
                   else
                       move "AGUARDA RETORNO ATE "  to ws-acao
                       move oco-data-prazo          to ws-acao (21:8)
                   end-if
           end-evaluate

           perform imprime-detalhe
           .
       acompanha-ocorrencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Regrava a ocorrencia do buffer                                        |
      *>________________________________________________________________________|
       regrava-ocorrencia section.

           rewrite oco-registro
           if ws-fs-arqOcorrencia <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                     to ws-msn-erro-cod
               move "Erro ao regravar arq. arqOcorrencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-ocorrencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Carta de convocacao aos responsaveis em CartasConvocacao.txt          |
      *>________________________________________________________________________|
       emite-carta section.

           move ws-data-hoje-x to ws-data-entrada
           perform edita-data
           move ws-data-edit   to wsc-data-emissao

           write carta-linha from ws-carta-escola
           write carta-linha from ws-carta-titulo
           write carta-linha from ws-carta-emissao
           write carta-linha from ws-carta-branco

           perform imprime-dados-aluno-carta

           move oco-faltas-seguidas to wsc-faltas-seguidas
           move oco-perc-faltas     to wsc-perc-faltas
           move oco-data-prazo      to ws-data-entrada
           perform edita-data
           move ws-data-edit        to wsc-data-prazo
           write carta-linha from ws-carta-texto1
           write carta-linha from ws-carta-texto2
           write carta-linha from ws-carta-texto3
           write carta-linha from ws-carta-texto4
           write carta-linha from ws-carta-texto5
           write carta-linha from ws-carta-branco
           write carta-linha from ws-carta-assinatura
           write carta-linha from ws-carta-separador
           if ws-fs-arqCartas <> 00 then
               move 7                                 to ws-msn-erro-ofsset
               move ws-fs-arqCartas                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCartas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       emite-carta-exit.
           exit.

      *>________________________________________________________________________
      *>  Bloco de identificacao do aluno e dos responsaveis (carta)            |
      *>________________________________________________________________________|
       imprime-dados-aluno-carta section.

           move "ALUNO.......: " to wsc-rotulo
           move fd-aluno         to wsc-valor
           write carta-linha from ws-carta-rotulo
           move "CODIGO......: " to wsc-rotulo
           move fd-cod           to wsc-valor
           write carta-linha from ws-carta-rotulo
           move "TURMA.......: " to wsc-rotulo
           move fd-turma         to wsc-valor
           write carta-linha from ws-carta-rotulo
           move "MAE.........: " to wsc-rotulo
           move fd-mae           to wsc-valor
           write carta-linha from ws-carta-rotulo
           move "PAI.........: " to wsc-rotulo
           move fd-pai           to wsc-valor
           write carta-linha from ws-carta-rotulo
           move "ENDERECO....: " to wsc-rotulo
           move fd-endereco      to wsc-valor
           write carta-linha from ws-carta-rotulo
           move "TELEFONE....: " to wsc-rotulo
           move fd-telefone      to wsc-valor
           write carta-linha from ws-carta-rotulo
           write carta-linha from ws-carta-branco
           .
       imprime-dados-aluno-carta-exit.
           exit.

      *>________________________________________________________________________
      *>  Ficha de encaminhamento em FichasConselhoTutelar.txt                  |
      *>________________________________________________________________________|
       emite-ficha section.

           move ws-data-hoje-x to ws-data-entrada
           perform edita-data
           move ws-data-edit   to wsc-data-emissao

           write ficha-linha from ws-carta-escola
           write ficha-linha from ws-ficha-titulo
           write ficha-linha from ws-carta-emissao
           write ficha-linha from ws-carta-branco

           move "ALUNO.......: " to wsc-rotulo
           move fd-aluno         to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "CODIGO......: " to wsc-rotulo
           move fd-cod           to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "TURMA.......: " to wsc-rotulo
           move fd-turma         to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "MAE.........: " to wsc-rotulo
           move fd-mae           to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "PAI.........: " to wsc-rotulo
           move fd-pai           to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "ENDERECO....: " to wsc-rotulo
           move fd-endereco      to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "TELEFONE....: " to wsc-rotulo
           move fd-telefone      to wsc-valor
           write ficha-linha from ws-carta-rotulo
           write ficha-linha from ws-carta-branco

           move "ABERTURA....: "  to wsc-rotulo
           move oco-data-abertura to ws-data-entrada
           perform edita-data
           move ws-data-edit      to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "CARTA EM....: "  to wsc-rotulo
           move oco-data-notificacao to ws-data-entrada
           perform edita-data
           move ws-data-edit      to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "PRAZO ATE...: "  to wsc-rotulo
           move oco-data-prazo    to ws-data-entrada
           perform edita-data
           move ws-data-edit      to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "FALTAS SEG..: "  to wsc-rotulo
           move ws-faltas-seguidas to wsl-seguidas
           move wsl-seguidas      to wsc-valor
           write ficha-linha from ws-carta-rotulo
           move "% FALTAS MES: "  to wsc-rotulo
           move ws-perc-faltas-mes to wsl-perc
           move wsl-perc          to wsc-valor
           write ficha-linha from ws-carta-rotulo
           write ficha-linha from ws-carta-branco

           write ficha-linha from ws-ficha-texto1
           write ficha-linha from ws-ficha-texto2
           write ficha-linha from ws-carta-branco
           write ficha-linha from ws-carta-assinatura
           write ficha-linha from ws-carta-separador
           if ws-fs-arqFichas <> 00 then
               move 8                                 to ws-msn-erro-ofsset
               move ws-fs-arqFichas                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFichas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       emite-ficha-exit.
           exit.

      *>________________________________________________________________________
      *>  Linha do relatorio para a ocorrencia acompanhada                      |
      *>________________________________________________________________________|
       imprime-detalhe section.

           move fd-cod              to wsl-cod
           move fd-aluno            to wsl-aluno
           move fd-turma            to wsl-turma
           move ws-faltas-seguidas  to wsl-seguidas
           move ws-perc-faltas-mes  to wsl-perc
           move oco-data-abertura   to wsl-abertura
           move oco-situacao        to wsl-situacao
           move ws-acao             to wsl-acao

           write busca-linha from ws-linha-detalhe
           if ws-fs-arqRelBusca <> 00 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-arqRelBusca                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelBusca "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprime-detalhe-exit.
           exit.

      *>________________________________________________________________________
      *>  Converte ws-data-entrada (AAAAMMDD) em ws-data-edit (DD/MM/AAAA)      |
      *>________________________________________________________________________|
       edita-data section.

           move ws-data-entrada (7:2) to ws-edit-dia
           move ws-data-entrada (5:2) to ws-edit-mes
           move ws-data-entrada (1:4) to ws-edit-ano
           .
       edita-data-exit.
           exit.

      *>________________________________________________________________________
      *>  Quantidade de dias do mes de ws-data-calc                             |
      *>  (mesma regra do calendario escolar do portal)                         |
      *>________________________________________________________________________|
       dias-do-mes section.

           evaluate ws-calc-mes
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-dias-mes
               when 2
                   divide ws-calc-ano by 4   giving ws-quociente
                                             remainder ws-resto-4
                   divide ws-calc-ano by 100 giving ws-quociente
                                             remainder ws-resto-100
                   divide ws-calc-ano by 400 giving ws-quociente
                                             remainder ws-resto-400
                   if ws-resto-4 = zero
                   and (ws-resto-100 <> zero or ws-resto-400 = zero)
                       move 29 to ws-dias-mes
                   else
                       move 28 to ws-dias-mes
                   end-if
               when other
                   move 31 to ws-dias-mes
           end-evaluate
           .
       dias-do-mes-exit.
           exit.

      *>________________________________________________________________________
      *>  Avanca ws-data-calc para o dia seguinte                               |
      *>________________________________________________________________________|
       proxima-data section.

           perform dias-do-mes
           add 1 to ws-calc-dia
           if ws-calc-dia > ws-dias-mes then
               move 1 to ws-calc-dia
               add 1 to ws-calc-mes
               if ws-calc-mes > 12 then
                   move 1 to ws-calc-mes
                   add 1 to ws-calc-ano
               end-if
           end-if
           .
       proxima-data-exit.
           exit.

      *>________________________________________________________________________
      *>  Finalização anormal                                                   |
      *>________________________________________________________________________|
       finaliza-anormal section.

           display ws-msn-erro.

           move 8 to return-code
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>________________________________________________________________________
      *>  Finalização                                                           |
      *>________________________________________________________________________|
       finaliza section.

           move ws-qtd-abertas      to wsr-qtd-abertas
           move ws-qtd-cartas       to wsr-qtd-cartas
           move ws-qtd-retornos     to wsr-qtd-retornos
           move ws-qtd-fichas       to wsr-qtd-fichas
           move ws-qtd-sem-contato  to wsr-qtd-sem-contato
           write busca-linha from ws-linha-rodape1
           write busca-linha from ws-linha-rodape2
           write busca-linha from ws-linha-rodape3

           close arqRelBusca
           close arqFichas
           close arqCartas
           close arqOcorrencia
           close arqCadAluno
           if ws-fs-arqFrequencia <> 35 then
               close arqFrequencia
           end-if

           display "Busca ativa processada."
           display "Alunos verificados.........: " ws-qtd-alunos
           display "Ocorrencias abertas........: " ws-qtd-abertas
           display "Cartas de convocacao.......: " ws-qtd-cartas
           display "Retornos...................: " ws-qtd-retornos
           display "Encaminhados ao Conselho...: " ws-qtd-fichas
           display "Sem dados de contato.......: " ws-qtd-sem-contato
           display "Relatorio gerado em BuscaAtiva.txt"

           Stop run
           .
       finaliza-exit.
           exit.
