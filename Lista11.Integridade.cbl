      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Lista11.Integridade".
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

      *>_______________________________________________________________________________
      *> historico dos expurgados - codigo que saiu do cadastro mas continua valido    |
      *> para a frequencia e o historico academico gravados antes do expurgo.         |
      *>_______________________________________________________________________________|
                  select arqHistAluno assign to "arqHistAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is hist-cod
                  file status is ws-fs-arqHistAluno.

                  select arqCadTurma assign to "arqCadTurma.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is tur-cod
                  file status is ws-fs-arqCadTurma.

                  select arqFrequencia assign to "arqFrequencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is freq-chave
                  file status is ws-fs-arqFrequencia.

                  select arqHistAcad assign to "arqHistAcad.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is ha-chave
                  file status is ws-fs-arqHistAcad.

      *>_______________________________________________________________________________
      *> lista de espera por turma - no modo Aplicar o pendente que nao serve mais     |
      *> e encerrado como o portal faria ao chamar a fila (atendido se ja esta na      |
      *> turma, cancelado nos demais casos).                                           |
      *>_______________________________________________________________________________|
                  select arqListaEspera assign to "arqListaEspera.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is esp-chave
                  file status is ws-fs-arqListaEspera.

                  select arqTransferencia assign to "arqTransferencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is trf-cod
                  file status is ws-fs-arqTransferencia.

      *>_______________________________________________________________________________
      *> controle da matricula automatica do portal - no modo Aplicar o ultimo numero  |
      *> atrasado e levado ao maior codigo gravado (cadastro e historico), para o      |
      *> proximo cadastro nao colidir com um codigo existente.                         |
      *>_______________________________________________________________________________|
                  select arqControleMatr assign to "ControleMatricula.dat"
                  organization is relative
                  access mode is random
                  relative key is ws-matr-rel
                  file status is ws-fs-arqControleMatr.

      *>_______________________________________________________________________________
      *> relatorio de excecoes da verificacao cruzada, um bloco por tipo, com a        |
      *> acao tomada (ou a indicar) em cada ocorrencia e o resumo por tipo.            |
      *>_______________________________________________________________________________|
                  select arqRelIntegridade assign to "IntegridadeReferencial.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqRelIntegridade.

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

       fd arqCadTurma.
       01 fd-turmas.
           05  tur-cod                             pic X(03).
           05  tur-serie                           pic X(10).
           05  tur-turno                           pic X(01).
           05  tur-professor                       pic X(25).
           05  tur-capacidade                      pic 9(03).

       fd arqFrequencia.
       01 freq-registro.
           05  freq-chave.
               10  freq-cod                        pic X(06).
               10  freq-data                       pic X(08).
           05  freq-presenca                       pic X(01).
               88  freq-presente                   value "P".
               88  freq-falta                      value "F".
               88  freq-justificada                value "J".

       fd arqHistAcad.
       01 ha-registro.
           05  ha-chave.
               10  ha-cod                          pic X(06).
               10  ha-ano                          pic X(04).
           05  ha-turma                            pic X(03).
           05  ha-notas.
               10  ha-nota1                        pic 9(02)v99.
               10  ha-nota2                        pic 9(02)v99.
               10  ha-nota3                        pic 9(02)v99.
               10  ha-nota4                        pic 9(02)v99.
               10  ha-media                        pic 9(02)v99.
               10  ha-nota-recup                   pic 9(02)v99.
               10  ha-media-final                  pic 9(02)v99.
               10  ha-situacao                     pic X(11).
           05  ha-frequencia.
               10  ha-qtd-aulas                    pic 9(03).
               10  ha-qtd-presencas                pic 9(03).

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

       fd arqTransferencia.
       01 trf-registro.
           05  trf-cod                             pic X(06).
           05  trf-data                            pic X(08).
           05  trf-escola                          pic X(40).

       fd arqControleMatr.
       01 matr-registro.
           05  matr-ultima                         pic 9(06).

       fd arqRelIntegridade.
       01 integridade-linha                        pic X(100).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqHistAluno                       pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqListaEspera                     pic 9(02).
       77 ws-fs-arqTransferencia                   pic 9(02).
       77 ws-fs-arqControleMatr                    pic 9(02).
       77 ws-matr-rel                              pic 9(04) comp value 1.
       77 ws-fs-arqRelIntegridade                  pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-cod                       pic 9(02).
          05 ws-msn-erro-text                      pic X(42).

       01  ws-fim-cadastro                         pic X(01) value "N".
           88  fim-cadastro                        value "S".
       01  ws-fim-historico                        pic X(01) value "N".
           88  fim-historico                       value "S".
       01  ws-fim-frequencia                       pic X(01) value "N".
           88  fim-frequencia                      value "S".
       01  ws-fim-hist-acad                        pic X(01) value "N".
           88  fim-hist-acad                       value "S".
       01  ws-fim-espera                           pic X(01) value "N".
           88  fim-espera                          value "S".

      *>____________________________________________________________________
      *> modo de execucao, confirmado na entrada: 'R' so relata as          |
      *> excecoes; 'A' relata e aplica as correcoes seguras (lista de       |
      *> espera e controle de matricula) - o resto fica para o portal.      |
      *>____________________________________________________________________|
       01 ws-modo                                  pic X(01).
           88  modo-aplicar                        value "A".
           88  modo-relatorio                      value "R".

      *>____________________________________________________________________
      *> tipos de excecao, na ordem do relatorio, com as quantidades        |
      *> encontradas e corrigidas de cada um para o resumo final.           |
      *>____________________________________________________________________|
       01 ws-tab-tipos.
           05  filler                              pic X(45)
               value "FREQUENCIA DE ALUNO INEXISTENTE".
           05  filler                              pic X(45)
               value "HISTORICO ACADEMICO DE ALUNO INEXISTENTE".
           05  filler                              pic X(45)
               value "ALUNO EM TURMA INEXISTENTE".
           05  filler                              pic X(45)
               value "LISTA DE ESPERA PENDENTE JA SEM OBJETO".
           05  filler                              pic X(45)
               value "TRANSFERIDO SEM REGISTRO DE TRANSFERENCIA".
           05  filler                              pic X(45)
               value "CONTROLE DE MATRICULA ABAIXO DO MAIOR CODIGO".
       01 ws-tab-tipos-r redefines ws-tab-tipos.
           05  ws-tipo-descr occurs 6 times        pic X(45).
       01 ws-tab-qtd-tipos.
           05  ws-tipo-qtds occurs 6 times.
               10  ws-tipo-qtd                     pic 9(06) comp.
               10  ws-tipo-corrigidos              pic 9(06) comp.
       77 ws-tipo                                  pic 9(01) value zero.
       77 ws-qtd-total                             pic 9(06) comp value zero.
       77 ws-qtd-total-corrigidos                  pic 9(06) comp value zero.

       77 ws-data-hoje                             pic X(08).
       77 ws-cod-busca                             pic X(06).
       01 ws-cod-existe                            pic X(01).
           88  cod-existe                          value "S".

      *>____________________________________________________________________
      *> frequencia agrupada por aluno (a chave e codigo + data): uma       |
      *> ocorrencia por codigo inexistente, com a quantidade e o periodo.   |
      *>____________________________________________________________________|
       77 ws-freq-cod-ant                          pic X(06).
       77 ws-freq-qtd                              pic 9(05) value zero.
       77 ws-freq-prim                             pic X(08).
       77 ws-freq-ult                              pic X(08).
       77 ws-qtd-edit                              pic ZZZZ9.

       77 ws-maior-cod                             pic 9(06) value zero.
       77 ws-cod-num                               pic 9(06) value zero.
       77 ws-matr-atual                            pic 9(06) value zero.
       01 ws-matr-existe                           pic X(01).
           88  matr-existe                         value "S".
       77 ws-status-descr                          pic X(12).

       01 ws-linha-titulo.
           05  filler                              pic X(41)
               value "VERIFICACAO DE INTEGRIDADE REFERENCIAL -".
           05  filler                              pic X(06) value " MODO ".
           05  wst-modo                            pic X(10).
           05  filler                              pic X(15)
               value "   EMITIDO EM: ".
           05  wst-data                            pic X(10).
       01 ws-linha-separa.
           05  filler                              pic X(100) value all "_".
       01 ws-linha-branco                          pic X(100) value spaces.
       01 ws-linha-tipo.
           05  filler                              pic X(05) value "TIPO ".
           05  wsb-tipo                            pic 9(01).
           05  filler                              pic X(03) value " - ".
           05  wsb-descr                           pic X(45).
       01 ws-linha-cabecalho.
           05  filler                              pic X(100) value
               "CODIGO REFERENCIA    DETALHE                                            ACAO".
       01 ws-linha-detalhe.
           05  wsl-cod                             pic X(06).
           05  filler                              pic X(01) value spaces.
           05  wsl-ref                             pic X(13).
           05  filler                              pic X(01) value spaces.
           05  wsl-detalhe                         pic X(50).
           05  filler                              pic X(01) value spaces.
           05  wsl-acao                            pic X(20).
       01 ws-linha-nenhuma.
           05  filler                              pic X(100) value
               "       nenhuma ocorrencia".
       01 ws-linha-resumo-tit.
           05  filler                              pic X(100) value
               "RESUMO POR TIPO                                     OCORRENCIAS CORRIGIDAS".
       01 ws-linha-resumo.
           05  wsr-tipo                            pic 9(01).
           05  filler                              pic X(03) value " - ".
           05  wsr-descr                           pic X(45).
           05  filler                              pic X(03) value spaces.
           05  wsr-qtd                             pic ZZZZZ9.
           05  filler                              pic X(05) value spaces.
           05  wsr-corrigidos                      pic ZZZZZ9.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform verifica-frequencia.
           perform verifica-hist-academico.
           perform verifica-turmas.
           perform verifica-lista-espera.
           perform verifica-transferidos.
           perform verifica-controle-matricula.
           perform finaliza.

      *>________________________________________________________________________
      *>  Procedimentos de inicialização                                        |
      *>________________________________________________________________________|
       inicializa section.

           display "             | _____INTEGRIDADE REFERENCIAL DOS ARQUIVOS__|  "
           display "             |                                             |  "
           display "             | ___________________________________________ |  "
           move spaces to ws-modo
           perform until modo-aplicar or modo-relatorio
               display "Modo: 'R'elatorio apenas ou 'A'plicar correcoes? "
               accept ws-modo
               if ws-modo = "r" then
                   move "R" to ws-modo
               end-if
               if ws-modo = "a" then
                   move "A" to ws-modo
               end-if
           end-perform

           accept ws-data-hoje from date yyyymmdd

           move 1 to ws-tipo
           perform until ws-tipo > 6
               move zero to ws-tipo-qtd (ws-tipo)
               move zero to ws-tipo-corrigidos (ws-tipo)
               add 1 to ws-tipo
           end-perform

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    historico, turmas, frequencia, historico academico, fila e
      *>    transferencias podem nem existir ainda - nada a conferir neles
           open input arqHistAluno
           if  ws-fs-arqHistAluno <> 00
           and ws-fs-arqHistAluno <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistAluno "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadTurma
           if  ws-fs-arqCadTurma <> 00
           and ws-fs-arqCadTurma <> 35 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadTurma                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadTurma " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           if  ws-fs-arqFrequencia <> 00
           and ws-fs-arqFrequencia <> 35 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistAcad
           if  ws-fs-arqHistAcad <> 00
           and ws-fs-arqHistAcad <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistAcad                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistAcad "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if modo-aplicar
               open i-o arqListaEspera
           else
               open input arqListaEspera
           end-if
           if  ws-fs-arqListaEspera <> 00
           and ws-fs-arqListaEspera <> 35 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqListaEspera "  to ws-msn-erro-text
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

      *>    sem controle de matricula: no modo Aplicar ele e criado aqui,
      *>    como o portal faz no primeiro cadastro
           if modo-aplicar
               open i-o arqControleMatr
               if ws-fs-arqControleMatr = 35 then
                   open output arqControleMatr
                   close arqControleMatr
                   open i-o arqControleMatr
               end-if
           else
               open input arqControleMatr
           end-if
           if  ws-fs-arqControleMatr <> 00
           and ws-fs-arqControleMatr <> 35 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqControleMatr                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqControleMatr " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelIntegridade
           if ws-fs-arqRelIntegridade <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelIntegridade                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelIntegridade "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if modo-aplicar
               move "APLICAR"   to wst-modo
           else
               move "RELATORIO" to wst-modo
           end-if
           move spaces to wst-data
           string ws-data-hoje(7:2) "/" ws-data-hoje(5:2) "/" ws-data-hoje(1:4)
                  delimited by size into wst-data
           write integridade-linha from ws-linha-titulo
           .
       inicializa-exit.
           exit.

      *>________________________________________________________________________
      *>  Cabecalho do bloco do tipo ws-tipo no relatorio                       |
      *>________________________________________________________________________|
       abre-bloco section.

           move ws-tipo                 to wsb-tipo
           move ws-tipo-descr (ws-tipo) to wsb-descr
           write integridade-linha from ws-linha-separa
           write integridade-linha from ws-linha-tipo
           write integridade-linha from ws-linha-cabecalho
           .
       abre-bloco-exit.
           exit.

      *>________________________________________________________________________
      *>  Fecha o bloco do tipo ws-tipo (avisa quando nao houve ocorrencia)     |
      *>________________________________________________________________________|
       fecha-bloco section.

           if ws-tipo-qtd (ws-tipo) = zero then
               write integridade-linha from ws-linha-nenhuma
           end-if
           .
       fecha-bloco-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava uma ocorrencia (ws-linha-detalhe) do tipo ws-tipo              |
      *>________________________________________________________________________|
       grava-ocorrencia section.

           add 1 to ws-tipo-qtd (ws-tipo)
           write integridade-linha from ws-linha-detalhe
           if ws-fs-arqRelIntegridade <> 00 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelIntegridade                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelIntegridade "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-ocorrencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Liga cod-existe se ws-cod-busca esta no cadastro ou no historico      |
      *>  dos expurgados                                                        |
      *>________________________________________________________________________|
       busca-codigo section.

           move "N" to ws-cod-existe
           move ws-cod-busca to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 00 then
               set cod-existe to true
               go to busca-codigo-exit
           end-if
           if ws-fs-arqCadAluno <> 23 then
               move 2                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqHistAluno = 35 then
               go to busca-codigo-exit
           end-if
           move ws-cod-busca to hist-cod
           read arqHistAluno
           if ws-fs-arqHistAluno = 00 then
               set cod-existe to true
           else
               if ws-fs-arqHistAluno <> 23 then
                   move 2                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       busca-codigo-exit.
           exit.

      *>________________________________________________________________________
      *>  Tipo 1 - lancamentos de frequencia de codigo que nao existe nem no    |
      *>  cadastro nem no historico: uma ocorrencia por codigo                 |
      *>________________________________________________________________________|
       verifica-frequencia section.

           move 1 to ws-tipo
           perform abre-bloco

           if ws-fs-arqFrequencia = 35 then
               perform fecha-bloco
               go to verifica-frequencia-exit
           end-if

           move spaces to ws-freq-cod-ant
           move zero   to ws-freq-qtd

           move low-values to freq-chave
           start arqFrequencia key is >= freq-chave
           if  ws-fs-arqFrequencia <> 00
               if ws-fs-arqFrequencia = 23 then
                   set fim-frequencia to true
               else
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-frequencia
               read arqFrequencia next
               if  ws-fs-arqFrequencia = 10
               or  ws-fs-arqFrequencia = 23 then
                   set fim-frequencia to true
               else
                   if ws-fs-arqFrequencia <> 00 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if freq-cod <> ws-freq-cod-ant then
                           perform fecha-grupo-frequencia
                           move freq-cod  to ws-freq-cod-ant
                           move freq-cod  to ws-cod-busca
                           perform busca-codigo
                           move zero      to ws-freq-qtd
                           move freq-data to ws-freq-prim
                       end-if
                       add 1 to ws-freq-qtd
                       move freq-data to ws-freq-ult
                   end-if
               end-if
           end-perform
           perform fecha-grupo-frequencia

           perform fecha-bloco
           .
       verifica-frequencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Fim dos lancamentos de um codigo: inexistente vira ocorrencia         |
      *>________________________________________________________________________|
       fecha-grupo-frequencia section.

           if ws-freq-qtd = zero
           or cod-existe then
               go to fecha-grupo-frequencia-exit
           end-if

           move ws-freq-qtd     to ws-qtd-edit
           move ws-freq-cod-ant to wsl-cod
           move "FREQUENCIA"    to wsl-ref
           move spaces          to wsl-detalhe
           string ws-qtd-edit " LANCAMENTO(S) DE "
                  ws-freq-prim(7:2) "/" ws-freq-prim(5:2) "/" ws-freq-prim(1:4)
                  " A "
                  ws-freq-ult(7:2) "/" ws-freq-ult(5:2) "/" ws-freq-ult(1:4)
                  delimited by size into wsl-detalhe
           move "(SO RELATO)"   to wsl-acao
           perform grava-ocorrencia
           .
       fecha-grupo-frequencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Tipo 2 - anos do historico academico de codigo que nao existe nem no  |
      *>  cadastro nem no historico dos expurgados                              |
      *>________________________________________________________________________|
       verifica-hist-academico section.

           move 2 to ws-tipo
           perform abre-bloco

           if ws-fs-arqHistAcad = 35 then
               perform fecha-bloco
               go to verifica-hist-academico-exit
           end-if

           move spaces to ws-freq-cod-ant
           move low-values to ha-chave
           start arqHistAcad key is >= ha-chave
           if  ws-fs-arqHistAcad <> 00
               if ws-fs-arqHistAcad = 23 then
                   set fim-hist-acad to true
               else
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistAcad                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistAcad "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-hist-acad
               read arqHistAcad next
               if  ws-fs-arqHistAcad = 10
               or  ws-fs-arqHistAcad = 23 then
                   set fim-hist-acad to true
               else
                   if ws-fs-arqHistAcad <> 00 then
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAcad                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAcad "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
      *>                varios anos do mesmo aluno chegam em sequencia
                       if ha-cod <> ws-freq-cod-ant then
                           move ha-cod to ws-freq-cod-ant
                           move ha-cod to ws-cod-busca
                           perform busca-codigo
                       end-if
                       if not cod-existe
                           move ha-cod       to wsl-cod
                           move spaces       to wsl-ref
                           string "ANO " ha-ano
                                  delimited by size into wsl-ref
                           move spaces       to wsl-detalhe
                           string "TURMA " ha-turma " SITUACAO " ha-situacao
                                  delimited by size into wsl-detalhe
                           move "(SO RELATO)" to wsl-acao
                           perform grava-ocorrencia
                       end-if
                   end-if
               end-if
           end-perform

           perform fecha-bloco
           .
       verifica-hist-academico-exit.
           exit.

      *>________________________________________________________________________
      *>  Descricao do status do aluno em fd-alunos para o relatorio            |
      *>________________________________________________________________________|
       descreve-status section.

           evaluate true
               when fd-status-ativo
                   move "ATIVO"       to ws-status-descr
               when fd-status-inativo
                   move "INATIVO"     to ws-status-descr
               when fd-status-transferido
                   move "TRANSFERIDO" to ws-status-descr
               when other
                   move spaces        to ws-status-descr
                   string "STATUS " fd-status
                          delimited by size into ws-status-descr
           end-evaluate
           .
       descreve-status-exit.
           exit.

      *>________________________________________________________________________
      *>  Tipo 3 - aluno com fd-turma que nao existe mais no arqCadTurma        |
      *>  (o vinculo e decisao da secretaria: so relata)                        |
      *>________________________________________________________________________|
       verifica-turmas section.

           move 3 to ws-tipo
           perform abre-bloco

           move "N" to ws-fim-cadastro
           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   set fim-cadastro to true
               else
                   move 4                                 to ws-msn-erro-ofsset
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
                       move 4                                 to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if fd-turma <> spaces then
                           perform confere-turma-aluno
                       end-if
                   end-if
               end-if
           end-perform

           perform fecha-bloco
           .
       verifica-turmas-exit.
           exit.

      *>________________________________________________________________________
      *>  Confere a turma do aluno em fd-alunos no cadastro de turmas           |
      *>________________________________________________________________________|
       confere-turma-aluno section.

           if ws-fs-arqCadTurma <> 35 then
               move fd-turma to tur-cod
               read arqCadTurma
               if ws-fs-arqCadTurma = 00 then
                   go to confere-turma-aluno-exit
               end-if
               if ws-fs-arqCadTurma <> 23 then
                   move 4                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadTurma                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadTurma "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform descreve-status
           move fd-cod          to wsl-cod
           move spaces          to wsl-ref
           string "TURMA " fd-turma
                  delimited by size into wsl-ref
           move spaces          to wsl-detalhe
           string fd-aluno " - " ws-status-descr
                  delimited by size into wsl-detalhe
           if fd-status-ativo
               move "VINCULAR NO PORTAL" to wsl-acao
           else
               move "(SO RELATO)"        to wsl-acao
           end-if
           perform grava-ocorrencia
           .
       confere-turma-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Tipo 4 - pendente da lista de espera que o portal ja nao matricularia |
      *>  (fora do cadastro, inativo, transferido ou ja com turma); no modo    |
      *>  Aplicar e encerrado: atendido se ja esta na turma, senao cancelado    |
      *>________________________________________________________________________|
       verifica-lista-espera section.

           move 4 to ws-tipo
           perform abre-bloco

           if ws-fs-arqListaEspera = 35 then
               perform fecha-bloco
               go to verifica-lista-espera-exit
           end-if

           move low-values to esp-chave
           start arqListaEspera key is >= esp-chave
           if  ws-fs-arqListaEspera <> 00
               if ws-fs-arqListaEspera = 23 then
                   set fim-espera to true
               else
                   move 5                                     to ws-msn-erro-ofsset
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
                       move 5                                     to ws-msn-erro-ofsset
                       move ws-fs-arqListaEspera                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqListaEspera "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if esp-pendente
                           perform confere-pendente
                       end-if
                   end-if
               end-if
           end-perform

           perform fecha-bloco
           .
       verifica-lista-espera-exit.
           exit.

      *>________________________________________________________________________
      *>  Confere o pendente de esp-registro contra o cadastro                  |
      *>________________________________________________________________________|
       confere-pendente section.

           move esp-cod to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 00 then
               if  fd-status-ativo
               and fd-turma = spaces then
      *>            ainda espera vaga - pendencia legitima
                   go to confere-pendente-exit
               end-if
               perform descreve-status
               move spaces to wsl-detalhe
               if fd-status-ativo
                   string "JA MATRICULADO NA TURMA " fd-turma
                          delimited by size into wsl-detalhe
               else
                   string "ALUNO " ws-status-descr
                          delimited by size into wsl-detalhe
               end-if
           else
               if ws-fs-arqCadAluno <> 23 then
                   move 5                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "ALUNO FORA DO CADASTRO" to wsl-detalhe
           end-if

           move esp-cod to wsl-cod
           move spaces  to wsl-ref
           string "FILA " esp-turma "/" esp-seq
                  delimited by size into wsl-ref

           if modo-aplicar
               if  ws-fs-arqCadAluno = 00
               and fd-status-ativo
               and fd-turma = esp-turma then
                   set esp-atendido  to true
                   move "MARCADO ATENDIDO"  to wsl-acao
               else
                   set esp-cancelado to true
                   move "MARCADO CANCELADO" to wsl-acao
               end-if
               rewrite esp-registro
               if ws-fs-arqListaEspera <> 00 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqListaEspera "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-tipo-corrigidos (ws-tipo)
           else
               move "(SO RELATO)" to wsl-acao
           end-if
           perform grava-ocorrencia
           .
       confere-pendente-exit.
           exit.

      *>________________________________________________________________________
      *>  Tipo 5 - aluno com fd-status "T" sem registro no arqTransferencia     |
      *>  (data e escola de destino so a secretaria sabe: so relata)            |
      *>________________________________________________________________________|
       verifica-transferidos section.

           move 5 to ws-tipo
           perform abre-bloco

           move "N" to ws-fim-cadastro
           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   set fim-cadastro to true
               else
                   move 6                                 to ws-msn-erro-ofsset
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
                       move 6                                 to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if fd-status-transferido then
                           perform confere-transferencia
                       end-if
                   end-if
               end-if
           end-perform

           perform fecha-bloco
           .
       verifica-transferidos-exit.
           exit.

      *>________________________________________________________________________
      *>  Confere o registro de transferencia do aluno em fd-alunos             |
      *>________________________________________________________________________|
       confere-transferencia section.

           if ws-fs-arqTransferencia <> 35 then
               move fd-cod to trf-cod
               read arqTransferencia
               if ws-fs-arqTransferencia = 00 then
                   go to confere-transferencia-exit
               end-if
               if ws-fs-arqTransferencia <> 23 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTransferencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTransferencia "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-cod          to wsl-cod
           move "TRANSFERENCIA" to wsl-ref
           move spaces          to wsl-detalhe
           string fd-aluno " - SEM DATA/ESCOLA DE DESTINO"
                  delimited by size into wsl-detalhe
           move "(SO RELATO)"   to wsl-acao
           perform grava-ocorrencia
           .
       confere-transferencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Tipo 6 - ultimo numero do ControleMatricula.dat abaixo do maior       |
      *>  codigo numerico gravado no cadastro ou no historico dos expurgados;   |
      *>  no modo Aplicar o controle e levado ao maior codigo                   |
      *>________________________________________________________________________|
       verifica-controle-matricula section.

           move 6 to ws-tipo
           perform abre-bloco

           move zero to ws-maior-cod
           move "N"  to ws-fim-cadastro
           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   set fim-cadastro to true
               else
                   move 7                                 to ws-msn-erro-ofsset
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
                       move 7                                 to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if fd-cod is numeric then
                           move fd-cod to ws-cod-num
                           if ws-cod-num > ws-maior-cod
                               move ws-cod-num to ws-maior-cod
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-fs-arqHistAluno <> 35 then
               move low-values to hist-cod
               start arqHistAluno key is >= hist-cod
               if  ws-fs-arqHistAluno <> 00
                   if ws-fs-arqHistAluno = 23 then
                       set fim-historico to true
                   else
                       move 7                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               perform until fim-historico
                   read arqHistAluno next
                   if  ws-fs-arqHistAluno = 10
                   or  ws-fs-arqHistAluno = 23 then
                       set fim-historico to true
                   else
                       if ws-fs-arqHistAluno <> 00 then
                           move 7                                  to ws-msn-erro-ofsset
                           move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if hist-cod is numeric then
                               move hist-cod to ws-cod-num
                               if ws-cod-num > ws-maior-cod
                                   move ws-cod-num to ws-maior-cod
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

      *>    controle ausente (ou sem o registro) equivale a ultimo zero
           move "N"  to ws-matr-existe
           move zero to ws-matr-atual
           if ws-fs-arqControleMatr <> 35 then
               move 1 to ws-matr-rel
               read arqControleMatr
               if ws-fs-arqControleMatr = 00 then
                   set matr-existe to true
                   move matr-ultima to ws-matr-atual
               else
                   if ws-fs-arqControleMatr <> 23 then
                       move 7                                     to ws-msn-erro-ofsset
                       move ws-fs-arqControleMatr                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqControleMatr "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-matr-atual < ws-maior-cod then
               move spaces        to wsl-cod
               move spaces        to wsl-ref
               string "ULTIMO " ws-matr-atual
                      delimited by size into wsl-ref
               move spaces        to wsl-detalhe
               string "MAIOR CODIGO GRAVADO " ws-maior-cod
                      " (CADASTRO/HISTORICO)"
                      delimited by size into wsl-detalhe
               if modo-aplicar
                   move 1            to ws-matr-rel
                   move ws-maior-cod to matr-ultima
                   if matr-existe
                       rewrite matr-registro
                   else
                       write matr-registro
                   end-if
                   if ws-fs-arqControleMatr <> 00 then
                       move 7                                     to ws-msn-erro-ofsset
                       move ws-fs-arqControleMatr                 to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqControleMatr " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "AJUSTADO"    to wsl-acao
                   add 1 to ws-tipo-corrigidos (ws-tipo)
               else
                   move "(SO RELATO)" to wsl-acao
               end-if
               perform grava-ocorrencia
           end-if

           perform fecha-bloco
           .
       verifica-controle-matricula-exit.
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
      *>  Finalização: resumo por tipo e fechamento dos arquivos                |
      *>________________________________________________________________________|
       finaliza section.

           write integridade-linha from ws-linha-separa
           write integridade-linha from ws-linha-resumo-tit
           move 1 to ws-tipo
           perform until ws-tipo > 6
               move ws-tipo                       to wsr-tipo
               move ws-tipo-descr (ws-tipo)       to wsr-descr
               move ws-tipo-qtd (ws-tipo)         to wsr-qtd
               move ws-tipo-corrigidos (ws-tipo)  to wsr-corrigidos
               write integridade-linha from ws-linha-resumo
               add ws-tipo-qtd (ws-tipo)          to ws-qtd-total
               add ws-tipo-corrigidos (ws-tipo)   to ws-qtd-total-corrigidos
               add 1 to ws-tipo
           end-perform

           close arqRelIntegridade
           close arqCadAluno
           if ws-fs-arqHistAluno <> 35 then
               close arqHistAluno
           end-if
           if ws-fs-arqCadTurma <> 35 then
               close arqCadTurma
           end-if
           if ws-fs-arqFrequencia <> 35 then
               close arqFrequencia
           end-if
           if ws-fs-arqHistAcad <> 35 then
               close arqHistAcad
           end-if
           if ws-fs-arqListaEspera <> 35 then
               close arqListaEspera
           end-if
           if ws-fs-arqTransferencia <> 35 then
               close arqTransferencia
           end-if
           if ws-fs-arqControleMatr <> 35 then
               close arqControleMatr
           end-if

           display "Verificacao de integridade concluida - modo " wst-modo
           display "Ocorrencias.......: " ws-qtd-total
           display "Corrigidas........: " ws-qtd-total-corrigidos
           display "Relatorio gerado em IntegridadeReferencial.txt"

           Stop run
           .
       finaliza-exit.
           exit.
