      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Lista11.DadosTitular".
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

                  select arqHistAluno assign to "arqHistAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is hist-cod
                  file status is ws-fs-arqHistAluno.

                  select arqTransferencia assign to "arqTransferencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is trf-cod
                  file status is ws-fs-arqTransferencia.

                  select arqListaEspera assign to "arqListaEspera.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is esp-chave
                  file status is ws-fs-arqListaEspera.

                  select arqLogConsol assign to "arqLogConsolidado.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is lgc-chave
                  file status is ws-fs-arqLogConsol.

      *>_______________________________________________________________________________
      *> log corrente: lido inteiro atras dos movimentos do titular ainda nao          |
      *> consolidados e, ao final, estendido com o registro desta emissao.             |
      *>_______________________________________________________________________________|
                  select arqLogAlunos assign to "arqLogAluno.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqLogAlunos.

      *>_______________________________________________________________________________
      *> fechados mensais do log (arqLogAluno.AAAAMM.txt) e backups diarios do         |
      *> cadastro (BackupAlunos.AAAAMMDD.txt) - nome montado a cada tentativa; o       |
      *> arquivo que nao existe (fs 35) simplesmente nao foi gerado naquele dia/mes.   |
      *>_______________________________________________________________________________|
                  select arqLogFechado assign to ws-nome-arquivo
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqLogFechado.

                  select arqBackup assign to ws-nome-arquivo
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqBackup.

      *>_______________________________________________________________________________
      *> extratos enviados a Secretaria de Educacao (remessa e reenvio), com           |
      *> endereco, filiacao e telefone do aluno.                                       |
      *>_______________________________________________________________________________|
                  select arqExportacao assign to ws-nome-arquivo
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqExportacao.

      *>_______________________________________________________________________________
      *> registro complementar do aluno - NIS e marca de beneficiario do Bolsa         |
      *> Familia (dado social sensivel, entra no relatorio do titular).                |
      *>_______________________________________________________________________________|
                  select arqAlunoCompl assign to "arqAlunoComplemento.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cmp-cod
                  file status is ws-fs-arqAlunoCompl.

                  select arqUsuarios assign to "arqUsuarios.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is usu-cod
                  file status is ws-fs-arqUsuarios.

      *>_______________________________________________________________________________
      *> relatorio do titular - tudo o que a escola guarda do aluno e onde, com o      |
      *> nome DadosTitular.<codigo>.txt para ser entregue ao responsavel.              |
      *>_______________________________________________________________________________|
                  select arqRelTitular assign to ws-nome-relatorio
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqRelTitular.

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

       fd arqHistAluno.
       01 hist-alunos.
           05  hist-cod                            pic X(06).
           05  hist-aluno                          pic X(25).
           05  hist-endereco                       pic X(35).
           05  hist-mae                            pic X(25).
           05  hist-pai                            pic X(25).
           05  hist-telefone                       pic X(15).
           05  hist-turma                          pic X(03).
           05  hist-notas.
               10  hist-nota1                      pic 9(02)v99.
               10  hist-nota2                      pic 9(02)v99.
               10  hist-nota3                      pic 9(02)v99.
               10  hist-nota4                      pic 9(02)v99.
               10  hist-media                      pic 9(02)v99.
               10  hist-nota-recup                 pic 9(02)v99.
               10  hist-media-final                pic 9(02)v99.
               10  hist-situacao                   pic X(11).
           05  hist-frequencia.
               10  hist-qtd-aulas                  pic 9(03).
               10  hist-qtd-presencas              pic 9(03).
           05  hist-envio.
               10  hist-envio-sit                  pic X(01).
               10  hist-envio-data                 pic X(08).
           05  hist-status                         pic X(01).

       fd arqTransferencia.
       01 trf-registro.
           05  trf-cod                             pic X(06).
           05  trf-data                            pic X(08).
           05  trf-escola                          pic X(40).

       fd arqListaEspera.
       01 esp-registro.
           05  esp-chave.
               10  esp-turma                       pic X(03).
               10  esp-seq                         pic 9(04).
           05  esp-cod                             pic X(06).
           05  esp-data                            pic X(08).
           05  esp-hora                            pic X(08).
           05  esp-situacao                        pic X(01).
               88  esp-pendente                    value "P".
               88  esp-atendido                    value "A".
               88  esp-cancelado                   value "C".

       fd arqLogConsol.
       01 lgc-registro.
           05  lgc-chave.
               10  lgc-cod                         pic X(06).
               10  lgc-data                        pic X(08).
               10  lgc-hora                        pic X(08).
               10  lgc-seq                         pic 9(02).
           05  lgc-operacao                        pic X(10).
           05  lgc-usuario                         pic X(03).

       fd arqLogAlunos.
       01 log-registro.
           05  log-data                            pic X(08).
           05  log-hora                            pic X(08).
           05  log-operacao                        pic X(10).
           05  log-cod                             pic X(06).
           05  log-usuario                         pic X(03).
           05  log-complemento                     pic X(70).

       fd arqLogFechado.
       01 fechado-registro.
           05  fec-data                            pic X(08).
           05  fec-hora                            pic X(08).
           05  fec-operacao                        pic X(10).
           05  fec-cod                             pic X(06).
           05  fec-usuario                         pic X(03).
           05  fec-complemento                     pic X(70).

       fd arqBackup.
       01 bkp-registro.
           05  bkp-tipo                            pic X(01).
               88  bkp-tipo-header                 value "H".
               88  bkp-tipo-detalhe                value "D".
               88  bkp-tipo-trailer                value "T".
           05  bkp-dados                           pic X(189).
       01 bkp-detalhe.
           05  filler                              pic X(01).
           05  bkd-cod                             pic X(06).
           05  bkd-aluno                           pic X(25).
           05  bkd-endereco                        pic X(35).
           05  bkd-mae                             pic X(25).
           05  bkd-pai                             pic X(25).
           05  bkd-telefone                        pic X(15).
           05  filler                              pic X(58).

       fd arqExportacao.
       01 exp-registro.
           05  exp-cod                             pic X(06).
           05  exp-aluno                           pic X(25).
           05  exp-endereco                        pic X(35).
           05  exp-mae                             pic X(25).
           05  exp-pai                             pic X(25).
           05  exp-telefone                        pic X(15).
           05  exp-nota1                           pic 9(02)v99.
           05  exp-nota2                           pic 9(02)v99.
           05  exp-nota3                           pic 9(02)v99.
           05  exp-nota4                           pic 9(02)v99.

       fd arqAlunoCompl.
       01 cmp-registro.
           05  cmp-cod                             pic X(06).
           05  cmp-nis                             pic X(11).
           05  cmp-beneficiario                    pic X(01).
               88  cmp-e-beneficiario              value "S".
           05  cmp-data-atualizacao                pic X(08).
           05  cmp-usuario                         pic X(03).

       fd arqUsuarios.
       01 usu-registro.
           05  usu-cod                             pic X(03).
           05  usu-nome                            pic X(25).
           05  usu-perfil                          pic X(01).
               88  usu-perfil-operador             value "O".
               88  usu-perfil-supervisor           value "S".

       fd arqRelTitular.
       01 titular-linha                            pic X(100).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqHistAluno                       pic 9(02).
       77 ws-fs-arqTransferencia                   pic 9(02).
       77 ws-fs-arqListaEspera                     pic 9(02).
       77 ws-fs-arqLogConsol                       pic 9(02).
       77 ws-fs-arqLogAlunos                       pic 9(02).
       77 ws-fs-arqLogFechado                      pic 9(02).
       77 ws-fs-arqBackup                          pic 9(02).
       77 ws-fs-arqExportacao                      pic 9(02).
       77 ws-fs-arqAlunoCompl                      pic 9(02).
       77 ws-fs-arqUsuarios                        pic 9(02).
       77 ws-fs-arqRelTitular                      pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-cod                       pic 9(02).
          05 ws-msn-erro-text                      pic X(42).

       01 ws-log-registro.
          05 ws-log-data                           pic X(08).
          05 ws-log-hora                           pic X(08).
          05 ws-log-operacao                       pic X(10).
       77 ws-log-complemento                       pic X(70).
       77 ws-usuario-cod                           pic X(03).

       01  ws-fim-espera                           pic X(01) value "N".
           88  fim-espera                          value "S".
       01  ws-fim-consolidado                      pic X(01) value "N".
           88  fim-consolidado                     value "S".
       01  ws-fim-log                              pic X(01) value "N".
           88  fim-log                             value "S".
       01  ws-fim-arquivo                          pic X(01).
           88  fim-arquivo                         value "S".

       77 ws-cod-titular                           pic X(06).
       77 ws-nome-relatorio                        pic X(30).
       77 ws-nome-arquivo                          pic X(30).
       77 ws-data-hoje                             pic X(08).

      *>____________________________________________________________________
      *> periodo varrido nos fechados do log e nos backups: do mes          |
      *> informado ate o mes corrente (em branco = os ultimos 12 meses).    |
      *> Cada backup do dia 01 ao 31 e tentado - o que nao existe e pulado. |
      *>____________________________________________________________________|
       77 ws-per-inicio                            pic X(06).
       01 ws-per-corrente.
           05  ws-per-aaaa                         pic 9(04).
           05  ws-per-mm                           pic 9(02).
       01 ws-per-corrente-r redefines ws-per-corrente
                                                   pic X(06).
       77 ws-per-dia                               pic 9(02).

      *>____________________________________________________________________
      *> campos pessoais do registro em exame (endereco, filiacao e         |
      *> telefone) e a descricao de quais deles estao preenchidos.          |
      *>____________________________________________________________________|
       01 ws-campos-pessoais.
           05  ws-cp-endereco                      pic X(35).
           05  ws-cp-mae                           pic X(25).
           05  ws-cp-pai                           pic X(25).
           05  ws-cp-telefone                      pic X(15).
       77 ws-cp-descr                              pic X(69).
       77 ws-cp-ptr                                pic 9(03) comp.
       77 ws-marca-anonimizado                     pic X(11) value "ANONIMIZADO".

      *>____________________________________________________________________
      *> origens pesquisadas, na ordem do relatorio, com a quantidade de    |
      *> ocorrencias do titular em cada uma para o resumo final.            |
      *>____________________________________________________________________|
       01 ws-tab-origens.
           05  filler                              pic X(50)
               value "CADASTRO DE ALUNOS (arqCadAluno)".
           05  filler                              pic X(50)
               value "HISTORICO DE EX-ALUNOS (arqHistAluno)".
           05  filler                              pic X(50)
               value "TRANSFERENCIAS (arqTransferencia)".
           05  filler                              pic X(50)
               value "LISTA DE ESPERA (arqListaEspera)".
           05  filler                              pic X(50)
               value "LOG CONSOLIDADO (arqLogConsolidado)".
           05  filler                              pic X(50)
               value "LOG CORRENTE (arqLogAluno)".
           05  filler                              pic X(50)
               value "LOGS MENSAIS ARQUIVADOS (arqLogAluno.AAAAMM)".
           05  filler                              pic X(50)
               value "BACKUPS DO CADASTRO (BackupAlunos.AAAAMMDD)".
           05  filler                              pic X(50)
               value "EXPORTACOES P/ A SECRETARIA DE EDUCACAO".
           05  filler                              pic X(50)
               value "REGISTRO COMPLEMENTAR (arqAlunoComplemento)".
       01 ws-tab-origens-r redefines ws-tab-origens.
           05  ws-origem-descr occurs 10 times     pic X(50).
       01 ws-tab-qtd-origens.
           05  ws-origem-qtd occurs 10 times       pic 9(06) comp.
       77 ws-origem                                pic 9(02) value zero.
       77 ws-qtd-total                             pic 9(06) comp value zero.
       77 ws-exp-arquivo                           pic 9(01).

       01 ws-linha-titulo.
           05  filler                              pic X(38)
               value "RELATORIO DE DADOS DO TITULAR - ALUNO ".
           05  wst-cod                             pic X(06).
           05  filler                              pic X(15)
               value "   EMITIDO EM: ".
           05  wst-data                            pic X(10).
           05  filler                              pic X(13)
               value "   OPERADOR: ".
           05  wst-usuario                         pic X(03).
       01 ws-linha-periodo.
           05  filler                              pic X(50)
               value "LOGS ARQUIVADOS E BACKUPS PESQUISADOS A PARTIR DE ".
           05  wsp-mes                             pic X(02).
           05  filler                              pic X(01) value "/".
           05  wsp-ano                             pic X(04).
       01 ws-linha-separa.
           05  filler                              pic X(100) value all "_".
       01 ws-linha-origem.
           05  filler                              pic X(08) value "ORIGEM: ".
           05  wso-descr                           pic X(50).
       01 ws-linha-detalhe.
           05  filler                              pic X(02) value spaces.
           05  wsl-ref                             pic X(28).
           05  filler                              pic X(01) value spaces.
           05  wsl-texto                           pic X(69).
       01 ws-linha-nenhuma.
           05  filler                              pic X(100) value
               "  nada encontrado para o titular".
       01 ws-linha-resumo-tit.
           05  filler                              pic X(100) value
               "RESUMO POR ORIGEM                                   OCORRENCIAS".
       01 ws-linha-resumo.
           05  wsr-descr                           pic X(50).
           05  filler                              pic X(03) value spaces.
           05  wsr-qtd                             pic ZZZZZ9.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform busca-cadastro.
           perform busca-historico.
           perform busca-transferencia.
           perform busca-lista-espera.
           perform busca-log-consolidado.
           perform busca-log-corrente.
           perform busca-logs-arquivados.
           perform busca-backups.
           perform busca-exportacoes.
           perform busca-complemento.
           perform finaliza.

      *>________________________________________________________________________
      *>  Procedimentos de inicialização                                        |
      *>________________________________________________________________________|
       inicializa section.

           display "             | _________RELATORIO DE DADOS DO TITULAR______|  "
           display "             |                                             |  "
           display "             | ___________________________________________ |  "

           open input arqUsuarios
           if ws-fs-arqUsuarios <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqUsuarios "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Informe o codigo do operador: "
           accept usu-cod
           read arqUsuarios
           if ws-fs-arqUsuarios <> 00 then
               if ws-fs-arqUsuarios = 23 then
                   move 1                                  to ws-msn-erro-ofsset
                   move zero                               to ws-msn-erro-cod
                   move "Operador nao cadastrado "         to ws-msn-erro-text
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqUsuarios                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqUsuarios "    to ws-msn-erro-text
               end-if
               perform finaliza-anormal
           end-if
           move usu-cod to ws-usuario-cod
           display "Operador: " usu-nome

           move spaces to ws-cod-titular
           perform until ws-cod-titular <> spaces
               display "Codigo do aluno titular dos dados: "
               accept ws-cod-titular
           end-perform

           accept ws-data-hoje from date yyyymmdd

      *>    mes inicial invalido ou em branco = mesmo mes do ano passado
           display "Pesquisar logs arquivados e backups a partir do mes (AAAAMM, em branco = 12 meses): "
           accept ws-per-inicio
           move ws-per-inicio to ws-per-corrente-r
           if ws-per-corrente-r is not numeric
           or ws-per-mm < 1
           or ws-per-mm > 12 then
               move ws-data-hoje(1:6) to ws-per-corrente-r
               subtract 1 from ws-per-aaaa
           end-if
           move ws-per-corrente-r to ws-per-inicio

           string "DadosTitular." ws-cod-titular ".txt"
                  delimited by size into ws-nome-relatorio

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    os demais podem nem existir ainda - nada a levantar neles
           open input arqHistAluno
           if  ws-fs-arqHistAluno <> 00
           and ws-fs-arqHistAluno <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistAluno "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTransferencia
           if  ws-fs-arqTransferencia <> 00
           and ws-fs-arqTransferencia <> 35 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqTransferencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTransferencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqListaEspera
           if  ws-fs-arqListaEspera <> 00
           and ws-fs-arqListaEspera <> 35 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqListaEspera "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqLogConsol
           if  ws-fs-arqLogConsol <> 00
           and ws-fs-arqLogConsol <> 35 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqLogConsol                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogConsol "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAlunoCompl
           if  ws-fs-arqAlunoCompl <> 00
           and ws-fs-arqAlunoCompl <> 35 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunoCompl                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunoCompl "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelTitular
           if ws-fs-arqRelTitular <> 00 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqRelTitular                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelTitular " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-origem
           perform until ws-origem > 10
               move zero to ws-origem-qtd (ws-origem)
               add 1 to ws-origem
           end-perform

           move ws-cod-titular to wst-cod
           move spaces         to wst-data
           string ws-data-hoje(7:2) "/" ws-data-hoje(5:2) "/" ws-data-hoje(1:4)
                  delimited by size into wst-data
           move ws-usuario-cod to wst-usuario
           write titular-linha from ws-linha-titulo
           move ws-per-inicio(5:2) to wsp-mes
           move ws-per-inicio(1:4) to wsp-ano
           write titular-linha from ws-linha-periodo
           .
       inicializa-exit.
           exit.

      *>________________________________________________________________________
      *>  Cabecalho do bloco da origem ws-origem no relatorio                   |
      *>________________________________________________________________________|
       abre-origem section.

           move ws-origem-descr (ws-origem) to wso-descr
           write titular-linha from ws-linha-separa
           write titular-linha from ws-linha-origem
           .
       abre-origem-exit.
           exit.

      *>________________________________________________________________________
      *>  Fecha o bloco da origem ws-origem (avisa quando nada foi achado)      |
      *>________________________________________________________________________|
       fecha-origem section.

           if ws-origem-qtd (ws-origem) = zero then
               write titular-linha from ws-linha-nenhuma
           end-if
           .
       fecha-origem-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava uma linha de detalhe (ws-linha-detalhe) do relatorio            |
      *>________________________________________________________________________|
       grava-detalhe section.

           write titular-linha from ws-linha-detalhe
           if ws-fs-arqRelTitular <> 00 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqRelTitular                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelTitular "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-detalhe-exit.
           exit.

      *>________________________________________________________________________
      *>  Descreve em ws-cp-descr quais campos pessoais de ws-campos-pessoais  |
      *>  estao preenchidos (ou se ja foram anonimizados)                      |
      *>________________________________________________________________________|
       descreve-campos-pessoais section.

           move spaces to ws-cp-descr
           if ws-cp-endereco = ws-marca-anonimizado then
               move "ENDERECO, FILIACAO E TELEFONE ANONIMIZADOS" to ws-cp-descr
               go to descreve-campos-pessoais-exit
           end-if

           move 1 to ws-cp-ptr
           string "CONTEM:" delimited by size
                  into ws-cp-descr with pointer ws-cp-ptr
           if ws-cp-endereco <> spaces
               string " ENDERECO" delimited by size
                      into ws-cp-descr with pointer ws-cp-ptr
           end-if
           if ws-cp-mae <> spaces
               string " MAE" delimited by size
                      into ws-cp-descr with pointer ws-cp-ptr
           end-if
           if ws-cp-pai <> spaces
               string " PAI" delimited by size
                      into ws-cp-descr with pointer ws-cp-ptr
           end-if
           if ws-cp-telefone <> spaces
               string " TELEFONE" delimited by size
                      into ws-cp-descr with pointer ws-cp-ptr
           end-if
           if ws-cp-ptr = 8 then
               move "SEM ENDERECO, FILIACAO OU TELEFONE" to ws-cp-descr
           end-if
           .
       descreve-campos-pessoais-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista os campos pessoais de ws-campos-pessoais, um por linha          |
      *>________________________________________________________________________|
       lista-campos-pessoais section.

           move "ENDERECO"        to wsl-ref
           move ws-cp-endereco    to wsl-texto
           perform grava-detalhe
           move "NOME DA MAE"     to wsl-ref
           move ws-cp-mae         to wsl-texto
           perform grava-detalhe
           move "NOME DO PAI"     to wsl-ref
           move ws-cp-pai         to wsl-texto
           perform grava-detalhe
           move "TELEFONE"        to wsl-ref
           move ws-cp-telefone    to wsl-texto
           perform grava-detalhe
           .
       lista-campos-pessoais-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 1 - registro do titular no cadastro de alunos                  |
      *>________________________________________________________________________|
       busca-cadastro section.

           move 1 to ws-origem
           perform abre-origem

           move ws-cod-titular to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 00 then
               add 1 to ws-origem-qtd (ws-origem)
               move "NOME"          to wsl-ref
               move fd-aluno        to wsl-texto
               perform grava-detalhe
               move fd-endereco     to ws-cp-endereco
               move fd-mae          to ws-cp-mae
               move fd-pai          to ws-cp-pai
               move fd-telefone     to ws-cp-telefone
               perform lista-campos-pessoais
               move "TURMA/STATUS"  to wsl-ref
               move spaces          to wsl-texto
               string fd-turma " / " fd-status " / " fd-situacao
                      delimited by size into wsl-texto
               perform grava-detalhe
           else
               if ws-fs-arqCadAluno <> 23 then
                   move 2                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform fecha-origem
           .
       busca-cadastro-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 2 - registro do titular no historico dos expurgados            |
      *>________________________________________________________________________|
       busca-historico section.

           move 2 to ws-origem
           perform abre-origem

           if ws-fs-arqHistAluno <> 35 then
               move ws-cod-titular to hist-cod
               read arqHistAluno
               if ws-fs-arqHistAluno = 00 then
                   add 1 to ws-origem-qtd (ws-origem)
                   move "NOME"          to wsl-ref
                   move hist-aluno      to wsl-texto
                   perform grava-detalhe
                   move hist-endereco   to ws-cp-endereco
                   move hist-mae        to ws-cp-mae
                   move hist-pai        to ws-cp-pai
                   move hist-telefone   to ws-cp-telefone
                   perform lista-campos-pessoais
                   move "TURMA/SITUACAO" to wsl-ref
                   move spaces           to wsl-texto
                   string hist-turma " / " hist-situacao
                          delimited by size into wsl-texto
                   perform grava-detalhe
               else
                   if ws-fs-arqHistAluno <> 23 then
                       move 2                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform fecha-origem
           .
       busca-historico-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 3 - registro de transferencia do titular                       |
      *>________________________________________________________________________|
       busca-transferencia section.

           move 3 to ws-origem
           perform abre-origem

           if ws-fs-arqTransferencia <> 35 then
               move ws-cod-titular to trf-cod
               read arqTransferencia
               if ws-fs-arqTransferencia = 00 then
                   add 1 to ws-origem-qtd (ws-origem)
                   move "DATA DA TRANSFERENCIA" to wsl-ref
                   move spaces                  to wsl-texto
                   string trf-data(7:2) "/" trf-data(5:2) "/" trf-data(1:4)
                          delimited by size into wsl-texto
                   perform grava-detalhe
                   move "ESCOLA DE DESTINO"     to wsl-ref
                   move trf-escola              to wsl-texto
                   perform grava-detalhe
               else
                   if ws-fs-arqTransferencia <> 23 then
                       move 3                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTransferencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransferencia "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform fecha-origem
           .
       busca-transferencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 4 - inscricoes do titular na lista de espera (varredura)       |
      *>________________________________________________________________________|
       busca-lista-espera section.

           move 4 to ws-origem
           perform abre-origem

           if ws-fs-arqListaEspera = 35 then
               perform fecha-origem
               go to busca-lista-espera-exit
           end-if

           move low-values to esp-chave
           start arqListaEspera key is >= esp-chave
           if  ws-fs-arqListaEspera <> 00
               if ws-fs-arqListaEspera = 23 then
                   set fim-espera to true
               else
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqListaEspera "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-espera
               read arqListaEspera next
               if  ws-fs-arqListaEspera = 10
               or  ws-fs-arqListaEspera = 23 then
                   set fim-espera to true
               else
                   if ws-fs-arqListaEspera <> 00 then
                       move 4                                     to ws-msn-erro-ofsset
                       move ws-fs-arqListaEspera                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqListaEspera "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if esp-cod = ws-cod-titular then
                           add 1 to ws-origem-qtd (ws-origem)
                           move spaces to wsl-ref
                           string "TURMA " esp-turma " POSICAO " esp-seq
                                  delimited by size into wsl-ref
                           move spaces to wsl-texto
                           string "INSCRITO EM " esp-data(7:2) "/" esp-data(5:2)
                                  "/" esp-data(1:4) " - SITUACAO " esp-situacao
                                  delimited by size into wsl-texto
                           perform grava-detalhe
                       end-if
                   end-if
               end-if
           end-perform

           perform fecha-origem
           .
       busca-lista-espera-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 5 - movimentos do titular no log consolidado (chave aluno)     |
      *>________________________________________________________________________|
       busca-log-consolidado section.

           move 5 to ws-origem
           perform abre-origem

           if ws-fs-arqLogConsol = 35 then
               perform fecha-origem
               go to busca-log-consolidado-exit
           end-if

           move ws-cod-titular to lgc-cod
           move low-values     to lgc-data
           move low-values     to lgc-hora
           move zero           to lgc-seq
           start arqLogConsol key is >= lgc-chave
           if  ws-fs-arqLogConsol <> 00
               if ws-fs-arqLogConsol = 23 then
                   set fim-consolidado to true
               else
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqLogConsol                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqLogConsol "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-consolidado
               read arqLogConsol next
               if  ws-fs-arqLogConsol = 10
               or  ws-fs-arqLogConsol = 23 then
                   set fim-consolidado to true
               else
                   if ws-fs-arqLogConsol <> 00 then
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-arqLogConsol                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqLogConsol "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if lgc-cod <> ws-cod-titular then
                           set fim-consolidado to true
                       else
                           add 1 to ws-origem-qtd (ws-origem)
                           move spaces to wsl-ref
                           string lgc-data(7:2) "/" lgc-data(5:2) "/" lgc-data(1:4)
                                  " " lgc-hora(1:2) ":" lgc-hora(3:2)
                                  delimited by size into wsl-ref
                           move spaces to wsl-texto
                           string lgc-operacao " - OPERADOR " lgc-usuario
                                  delimited by size into wsl-texto
                           perform grava-detalhe
                       end-if
                   end-if
               end-if
           end-perform

           perform fecha-origem
           .
       busca-log-consolidado-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 6 - movimentos do titular no log corrente (ainda nao           |
      *>  consolidados)                                                         |
      *>________________________________________________________________________|
       busca-log-corrente section.

           move 6 to ws-origem
           perform abre-origem

           open input arqLogAlunos
           if  ws-fs-arqLogAlunos <> 00
           and ws-fs-arqLogAlunos <> 35 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogAlunos                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogAlunos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqLogAlunos = 35 then
               perform fecha-origem
               go to busca-log-corrente-exit
           end-if

           perform until fim-log
               read arqLogAlunos next record
               at end
                   set fim-log to true
               not at end
                   if log-cod = ws-cod-titular then
                       add 1 to ws-origem-qtd (ws-origem)
                       move spaces to wsl-ref
                       string log-data(7:2) "/" log-data(5:2) "/" log-data(1:4)
                              " " log-hora(1:2) ":" log-hora(3:2)
                              delimited by size into wsl-ref
                       move spaces to wsl-texto
                       string log-operacao " - OPERADOR " log-usuario
                              delimited by size into wsl-texto
                       perform grava-detalhe
                   end-if
               end-read
           end-perform

           close arqLogAlunos

           perform fecha-origem
           .
       busca-log-corrente-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 7 - fechados mensais do log, do mes inicial ao corrente        |
      *>________________________________________________________________________|
       busca-logs-arquivados section.

           move 7 to ws-origem
           perform abre-origem

           move ws-per-inicio to ws-per-corrente-r
           perform until ws-per-corrente-r > ws-data-hoje(1:6)
               move spaces to ws-nome-arquivo
               string "arqLogAluno." ws-per-corrente-r ".txt"
                      delimited by size into ws-nome-arquivo
               perform varre-log-fechado
               add 1 to ws-per-mm
               if ws-per-mm > 12 then
                   move 1 to ws-per-mm
                   add 1 to ws-per-aaaa
               end-if
           end-perform

           perform fecha-origem
           .
       busca-logs-arquivados-exit.
           exit.

      *>________________________________________________________________________
      *>  Varre o fechado do log de nome ws-nome-arquivo (se existir)           |
      *>________________________________________________________________________|
       varre-log-fechado section.

           open input arqLogFechado
           if ws-fs-arqLogFechado = 35 then
               go to varre-log-fechado-exit
           end-if
           if ws-fs-arqLogFechado <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqLogFechado                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogFechado " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqLogFechado next record
               at end
                   set fim-arquivo to true
               not at end
                   if fec-cod = ws-cod-titular then
                       add 1 to ws-origem-qtd (ws-origem)
                       move ws-nome-arquivo to wsl-ref
                       move spaces          to wsl-texto
                       string fec-data(7:2) "/" fec-data(5:2) "/" fec-data(1:4)
                              " " fec-hora(1:2) ":" fec-hora(3:2)
                              " " fec-operacao " - OPERADOR " fec-usuario
                              delimited by size into wsl-texto
                       perform grava-detalhe
                   end-if
               end-read
           end-perform

           close arqLogFechado
           .
       varre-log-fechado-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 8 - backups diarios do cadastro, do mes inicial ate hoje       |
      *>________________________________________________________________________|
       busca-backups section.

           move 8 to ws-origem
           perform abre-origem

           move ws-per-inicio to ws-per-corrente-r
           perform until ws-per-corrente-r > ws-data-hoje(1:6)
               move 1 to ws-per-dia
               perform until ws-per-dia > 31
                   move spaces to ws-nome-arquivo
                   string "BackupAlunos." ws-per-corrente-r ws-per-dia ".txt"
                          delimited by size into ws-nome-arquivo
                   perform varre-backup
                   add 1 to ws-per-dia
               end-perform
               add 1 to ws-per-mm
               if ws-per-mm > 12 then
                   move 1 to ws-per-mm
                   add 1 to ws-per-aaaa
               end-if
           end-perform

           perform fecha-origem
           .
       busca-backups-exit.
           exit.

      *>________________________________________________________________________
      *>  Varre o backup de nome ws-nome-arquivo (se existir)                   |
      *>________________________________________________________________________|
       varre-backup section.

           open input arqBackup
           if ws-fs-arqBackup = 35 then
               go to varre-backup-exit
           end-if
           if ws-fs-arqBackup <> 00 then
               move 8                                 to ws-msn-erro-ofsset
               move ws-fs-arqBackup                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBackup "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqBackup next record
               at end
                   set fim-arquivo to true
               not at end
                   if  bkp-tipo-detalhe
                   and bkd-cod = ws-cod-titular then
                       add 1 to ws-origem-qtd (ws-origem)
                       move bkd-endereco to ws-cp-endereco
                       move bkd-mae      to ws-cp-mae
                       move bkd-pai      to ws-cp-pai
                       move bkd-telefone to ws-cp-telefone
                       perform descreve-campos-pessoais
                       move ws-nome-arquivo to wsl-ref
                       move ws-cp-descr     to wsl-texto
                       perform grava-detalhe
      *>                o codigo e chave do cadastro: uma vez por backup
                       set fim-arquivo to true
                   end-if
               end-read
           end-perform

           close arqBackup
           .
       varre-backup-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 9 - extratos da Secretaria (remessa e reenvio)                 |
      *>________________________________________________________________________|
       busca-exportacoes section.

           move 9 to ws-origem
           perform abre-origem

           move 1 to ws-exp-arquivo
           perform until ws-exp-arquivo > 2
               if ws-exp-arquivo = 1
                   move "ExportacaoAlunos.txt" to ws-nome-arquivo
               else
                   move "ReenvioAlunos.txt"    to ws-nome-arquivo
               end-if
               perform varre-exportacao
               add 1 to ws-exp-arquivo
           end-perform

           perform fecha-origem
           .
       busca-exportacoes-exit.
           exit.

      *>________________________________________________________________________
      *>  Varre o extrato de nome ws-nome-arquivo (se existir)                  |
      *>________________________________________________________________________|
       varre-exportacao section.

           open input arqExportacao
           if ws-fs-arqExportacao = 35 then
               go to varre-exportacao-exit
           end-if
           if ws-fs-arqExportacao <> 00 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqExportacao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqExportacao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fim-arquivo
           perform until fim-arquivo
               read arqExportacao next record
               at end
                   set fim-arquivo to true
               not at end
                   if exp-cod = ws-cod-titular then
                       add 1 to ws-origem-qtd (ws-origem)
                       move exp-endereco to ws-cp-endereco
                       move exp-mae      to ws-cp-mae
                       move exp-pai      to ws-cp-pai
                       move exp-telefone to ws-cp-telefone
                       perform descreve-campos-pessoais
                       move ws-nome-arquivo to wsl-ref
                       move ws-cp-descr     to wsl-texto
                       perform grava-detalhe
                   end-if
               end-read
           end-perform

           close arqExportacao
           .
       varre-exportacao-exit.
           exit.

      *>________________________________________________________________________
      *>  Origem 10 - registro complementar do titular (NIS e Bolsa Familia)    |
      *>________________________________________________________________________|
       busca-complemento section.

           move 10 to ws-origem
           perform abre-origem

           if ws-fs-arqAlunoCompl <> 35 then
               move ws-cod-titular to cmp-cod
               read arqAlunoCompl
               if ws-fs-arqAlunoCompl = 00 then
                   add 1 to ws-origem-qtd (ws-origem)
                   move "NIS"                   to wsl-ref
                   move cmp-nis                 to wsl-texto
                   perform grava-detalhe
                   move "BENEFICIARIO BOLSA FAM." to wsl-ref
                   if cmp-e-beneficiario
                       move "SIM"               to wsl-texto
                   else
                       move "NAO"               to wsl-texto
                   end-if
                   perform grava-detalhe
                   move "ATUALIZADO EM"         to wsl-ref
                   move spaces                  to wsl-texto
                   string cmp-data-atualizacao(7:2) "/" cmp-data-atualizacao(5:2)
                          "/" cmp-data-atualizacao(1:4)
                          " - OPERADOR " cmp-usuario
                          delimited by size into wsl-texto
                   perform grava-detalhe
               else
                   if ws-fs-arqAlunoCompl <> 23 then
                       move 10                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAlunoCompl                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunoCompl "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform fecha-origem
           .
       busca-complemento-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava log de auditoria (mesmo layout das operacoes de tela)           |
      *>________________________________________________________________________|
       grava-log section.

           open extend arqLogAlunos
           if ws-fs-arqLogAlunos = 35 then
               open output arqLogAlunos
           end-if
           if ws-fs-arqLogAlunos <> 00 then
               display "Aviso: falha ao abrir log de auditoria - fs "
                       ws-fs-arqLogAlunos
               go to grava-log-exit
           end-if

           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           move ws-log-data         to log-data
           move ws-log-hora         to log-hora
           move ws-log-operacao     to log-operacao
           move ws-cod-titular      to log-cod
           move ws-usuario-cod      to log-usuario
           move ws-log-complemento  to log-complemento

           write log-registro
           if ws-fs-arqLogAlunos <> 00 then
               display "Aviso: falha ao gravar log de auditoria - fs "
                       ws-fs-arqLogAlunos
           end-if

           close arqLogAlunos
           .
       grava-log-exit.
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
      *>  Finalização: resumo por origem, registro da emissao e fechamento      |
      *>________________________________________________________________________|
       finaliza section.

           write titular-linha from ws-linha-separa
           write titular-linha from ws-linha-resumo-tit
           move 1 to ws-origem
           perform until ws-origem > 10
               move ws-origem-descr (ws-origem) to wsr-descr
               move ws-origem-qtd (ws-origem)   to wsr-qtd
               write titular-linha from ws-linha-resumo
               add ws-origem-qtd (ws-origem)    to ws-qtd-total
               add 1 to ws-origem
           end-perform

           close arqRelTitular
           close arqCadAluno
           if ws-fs-arqHistAluno <> 35 then
               close arqHistAluno
           end-if
           if ws-fs-arqTransferencia <> 35 then
               close arqTransferencia
           end-if
           if ws-fs-arqListaEspera <> 35 then
               close arqListaEspera
           end-if
           if ws-fs-arqLogConsol <> 35 then
               close arqLogConsol
           end-if
           if ws-fs-arqAlunoCompl <> 35 then
               close arqAlunoCompl
           end-if
           close arqUsuarios

      *>    a propria emissao entra no log do titular
           move "TITULAR"  to ws-log-operacao
           move spaces     to ws-log-complemento
           string "RELATORIO DO TITULAR EMITIDO - PESQUISA DESDE "
                  ws-per-inicio(5:2) "/" ws-per-inicio(1:4)
                  delimited by size into ws-log-complemento
           perform grava-log

           display "Relatorio do titular concluido."
           display "Ocorrencias encontradas: " ws-qtd-total
           display "Relatorio gerado em " ws-nome-relatorio

           Stop run
           .
       finaliza-exit.
           exit.
