      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Lista11.Indicadores".
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

      *>_______________________________________________________________________________
      *> historico academico por ano letivo - cada registro (aluno + ano) e uma        |
      *> matricula do ano; ha-situacao da o resultado e ha-turma a turma do ano.       |
      *>_______________________________________________________________________________|
                  select arqHistAcad assign to "arqHistAcad.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is ha-chave
                  file status is ws-fs-arqHistAcad.

                  select arqCadAluno assign to "arqCadAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is fd-cod
                  alternate record key is fd-aluno with duplicates
                  file status is ws-fs-arqCadAluno.

      *>_______________________________________________________________________________
      *> historico dos expurgados - o status (inativo / transferido) do ex-aluno que   |
      *> ja saiu do cadastro vem daqui.                                                |
      *>_______________________________________________________________________________|
                  select arqHistAluno assign to "arqHistAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is hist-cod
                  file status is ws-fs-arqHistAluno.

      *>_______________________________________________________________________________
      *> transferencias efetivadas - o ano da trf-data define o ano letivo em que o    |
      *> aluno conta como transferido.                                                 |
      *>_______________________________________________________________________________|
                  select arqTransferencia assign to "arqTransferencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is trf-cod
                  file status is ws-fs-arqTransferencia.

                  select arqCadTurma assign to "arqCadTurma.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is tur-cod
                  file status is ws-fs-arqCadTurma.

      *>_______________________________________________________________________________
      *> relatorio impresso para a direcao: taxas por turma, serie, turno e escola,    |
      *> com o ano de referencia ao lado dos dois anos anteriores.                     |
      *>_______________________________________________________________________________|
                  select arqRelIndicadores assign to "IndicadoresRendimento.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqRelIndicadores.

      *>_______________________________________________________________________________
      *> os mesmos indicadores separados por ponto-e-virgula (uma linha por grupo e    |
      *> ano) para os graficos do relatorio anual.                                     |
      *>_______________________________________________________________________________|
                  select arqCsvIndicadores assign to "IndicadoresRendimento.csv"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqCsvIndicadores.

      *>Declaração de variáveis
       data division.

      *>____Variaveis de arquivos declaradas da file section
       file section.
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

       fd arqCadTurma.
       01 fd-turmas.
           05  tur-cod                             pic X(03).
           05  tur-serie                           pic X(10).
           05  tur-turno                           pic X(01).
           05  tur-professor                       pic X(25).
           05  tur-capacidade                      pic 9(03).

       fd arqRelIndicadores.
       01 indicador-linha                          pic X(120).

       fd arqCsvIndicadores.
       01 csv-linha                                pic X(160).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqHistAluno                       pic 9(02).
       77 ws-fs-arqTransferencia                   pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqRelIndicadores                  pic 9(02).
       77 ws-fs-arqCsvIndicadores                  pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-cod                       pic 9(02).
          05 ws-msn-erro-text                      pic X(42).

       01  ws-fim-turmas                           pic X(01) value "N".
           88  fim-turmas                          value "S".
       01  ws-fim-hist-acad                        pic X(01) value "N".
           88  fim-hist-acad                       value "S".
       01  ws-fim-transf                           pic X(01) value "N".
           88  fim-transf                          value "S".
       01  ws-fim-cadastro                         pic X(01) value "N".
           88  fim-cadastro                        value "S".
       01  ws-fim-historico                        pic X(01) value "N".
           88  fim-historico                       value "S".

      *>____________________________________________________________________
      *> ano de referencia pedido e os dois anteriores (ws-ano-tab 1 e 2), |
      *> impressos lado a lado na ordem cronologica.                        |
      *>____________________________________________________________________|
       77 ws-data-hoje                             pic X(08).
       77 ws-ano-ref                               pic X(04).
       77 ws-ano-num                               pic 9(04) value zero.
       01 ws-tab-anos.
           05  ws-ano-tab occurs 3 times           pic 9(04).
       77 ws-ind-ano                               pic 9(01) value zero.
       77 ws-ind-taxa                              pic 9(01) value zero.
       77 ws-ind-zera                              pic 9(01) value zero.
       77 ws-ano-busca                             pic X(04).

      *>____________________________________________________________________
      *> situacao cadastral do aluno do registro em curso (cadastro ou     |
      *> arqHistAluno) e ano da transferencia - guardada para os varios    |
      *> anos do mesmo aluno, que chegam em sequencia no arqHistAcad.       |
      *>____________________________________________________________________|
       77 ws-cod-aluno                             pic X(06).
       77 ws-cod-status-ant                        pic X(06) value high-values.
       77 ws-status-aluno                          pic X(01).
       77 ws-turma-cadastro                        pic X(03).
       77 ws-trf-ano                               pic X(04).
       77 ws-situacao-ano                          pic X(11).
       77 ws-turma-res                             pic X(03).
       77 ws-serie-res                             pic X(10).
       77 ws-turno-res                             pic X(10).
       01 ws-resultado                             pic X(01).
           88  res-aprovado                        value "A".
           88  res-reprovado                       value "R".
           88  res-rep-falta                       value "F".
           88  res-abandono                        value "B".
           88  res-transferido                     value "T".
           88  res-em-curso                        value "C".
       01 ws-tem-hist-acad                         pic X(01).
           88  tem-hist-acad                       value "S".

      *>____________________________________________________________________
      *> tabela dos grupos (T turma, S serie, N turno, E escola) com os     |
      *> acumuladores de cada um dos tres anos.                             |
      *>____________________________________________________________________|
       01 ws-tab-indicador.
           05  ws-ind-qtd                          pic 9(03) comp value zero.
           05  ws-ind-ent occurs 300 times
                           indexed by ind-idx.
               10  ws-ind-tipo                     pic X(01).
               10  ws-ind-chave                    pic X(10).
               10  ws-ind-anos occurs 3 times.
                   15  ws-ind-matr                 pic 9(05).
                   15  ws-ind-resultados.
                       20  ws-ind-aprov            pic 9(05).
                       20  ws-ind-reprov           pic 9(05).
                       20  ws-ind-rep-falta        pic 9(05).
                       20  ws-ind-abandono         pic 9(05).
                       20  ws-ind-transf           pic 9(05).
                   15  ws-ind-resultados-r redefines ws-ind-resultados.
                       20  ws-ind-qtd-res occurs 5 times
                                                   pic 9(05).
                   15  ws-ind-em-curso             pic 9(05).

       01 ws-grupo-achado                          pic X(01).
           88  grupo-achado                        value "S".
       77 ws-busca-tipo                            pic X(01).
       77 ws-busca-chave                           pic X(10).
       77 ws-tipo-imprime                          pic X(01).
       77 ws-taxa                                  pic 9(03)v99 value zero.

       77 ws-qtd-lidos                             pic 9(06) comp value zero.
       77 ws-qtd-no-periodo                        pic 9(06) comp value zero.
       77 ws-qtd-trf-sem-hist                      pic 9(06) comp value zero.
       77 ws-qtd-inat-sem-hist                     pic 9(06) comp value zero.
       77 ws-qtd-estouro                           pic 9(06) comp value zero.
       77 ws-qtd-linhas-csv                        pic 9(06) comp value zero.

       01 ws-linha-titulo.
           05  filler                              pic X(120) value
               "INDICADORES DE RENDIMENTO ESCOLAR - ESCOLA MUNICIPAL PORTAL ALUNO".
       01 ws-linha-referencia.
           05  filler                              pic X(19)
               value "ANO DE REFERENCIA: ".
           05  wsr-ano                             pic 9(04).
           05  filler                              pic X(18)
               value "   COMPARADO COM: ".
           05  wsr-ano-ant2                        pic 9(04).
           05  filler                              pic X(03) value " E ".
           05  wsr-ano-ant1                        pic 9(04).
           05  filler                              pic X(15)
               value "   EMITIDO EM: ".
           05  wsr-data                            pic X(10).
       01 ws-linha-legenda1.
           05  filler                              pic X(120) value
               "MATR = alunos com registro no ano letivo; taxas em % sobre MATR:".
       01 ws-linha-legenda2.
           05  filler                              pic X(120) value
               "APR aprovacao  REP reprovacao  RFA reprovacao por falta  ABA abandono  TRF transferencia".
       01 ws-linha-separa.
           05  filler                              pic X(120) value all "_".
       01 ws-linha-branco                          pic X(120) value spaces.
       01 ws-linha-bloco.
           05  filler                              pic X(04) value "POR ".
           05  wsb-titulo                          pic X(20).
       01 ws-linha-anos.
           05  filler                              pic X(12) value spaces.
           05  wsh-bloco occurs 3 times            pic X(36).
       01 ws-linha-colunas.
           05  filler                              pic X(12) value "GRUPO".
           05  filler                              pic X(36) value
               "  MATR   APR   REP   RFA   ABA   TRF".
           05  filler                              pic X(36) value
               "  MATR   APR   REP   RFA   ABA   TRF".
           05  filler                              pic X(36) value
               "  MATR   APR   REP   RFA   ABA   TRF".
       01 ws-linha-detalhe.
           05  wsd-grupo                           pic X(10).
           05  filler                              pic X(02).
           05  wsd-ano occurs 3 times.
               10  filler                          pic X(02).
               10  wsd-matr                        pic ZZZ9.
               10  wsd-taxas occurs 5 times.
                   15  filler                      pic X(01).
                   15  wsd-taxa                    pic ZZ9,9.
       01 ws-linha-rodape1.
           05  filler                              pic X(45)
               value "REGISTROS DO HISTORICO ACADEMICO LIDOS......:".
           05  wsr-qtd-lidos                       pic ZZZZZ9.
           05  filler                              pic X(29)
               value "  NOS ANOS DO RELATORIO....:".
           05  wsr-qtd-no-periodo                  pic ZZZZZ9.
       01 ws-linha-rodape2.
           05  filler                              pic X(45)
               value "TRANSFERIDOS SEM REGISTRO NO ANO (SOMADOS)..:".
           05  wsr-qtd-trf-sem-hist                pic ZZZZZ9.
       01 ws-linha-rodape3.
           05  filler                              pic X(45)
               value "INATIVOS SEM NENHUM ANO LETIVO (FORA).......:".
           05  wsr-qtd-inat-sem-hist               pic ZZZZZ9.
       01 ws-linha-rodape4.
           05  filler                              pic X(45)
               value "OCORRENCIAS FORA DA TABELA DE GRUPOS........:".
           05  wsr-qtd-estouro                     pic ZZZZZ9.

       01 ws-csv-cabecalho.
           05  filler                              pic X(160) value
               "TIPO;GRUPO;ANO;MATRICULAS;APROVADOS;REPROVADOS;REP_FALTA;ABANDONOS;TRANSFERIDOS;EM_CURSO;TX_APROVACAO;TX_REPROVACAO;TX_REP_FALTA;TX_ABANDONO;TX_TRANSFERENCIA".
       01 ws-csv-detalhe.
           05  wcv-tipo                            pic X(06).
           05  filler                              pic X(01) value ";".
           05  wcv-grupo                           pic X(10).
           05  filler                              pic X(01) value ";".
           05  wcv-ano                             pic 9(04).
           05  filler                              pic X(01) value ";".
           05  wcv-matr                            pic 9(05).
           05  wcv-resultados occurs 5 times.
               10  filler                          pic X(01).
               10  wcv-qtd-res                     pic 9(05).
           05  filler                              pic X(01) value ";".
           05  wcv-em-curso                        pic 9(05).
           05  wcv-taxas occurs 5 times.
               10  filler                          pic X(01).
               10  wcv-taxa                        pic ZZ9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform carrega-turmas.
           perform apura-hist-academico.
           perform apura-transferencias.
           perform conta-inativos-sem-historico.
           perform imprime-indicadores.
           perform finaliza.

      *>________________________________________________________________________
      *>  Procedimentos de inicialização                                        |
      *>________________________________________________________________________|
       inicializa section.

           display "             | ____INDICADORES DE RENDIMENTO ESCOLAR______|  "
           display "             |                                             |  "
           display "             | ___________________________________________ |  "

           accept ws-data-hoje from date yyyymmdd
           display "Ano de referencia (AAAA) ou ENTER para o ano corrente: "
           accept ws-ano-ref
           if ws-ano-ref = spaces then
               move ws-data-hoje(1:4) to ws-ano-ref
           end-if
           if ws-ano-ref is not numeric then
               move 1                                 to ws-msn-erro-ofsset
               move zero                              to ws-msn-erro-cod
               move "Ano de referencia invalido "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano-ref to ws-ano-num
           move ws-ano-num to ws-ano-tab (3)
           subtract 1 from ws-ano-num
           move ws-ano-num to ws-ano-tab (2)
           subtract 1 from ws-ano-num
           move ws-ano-num to ws-ano-tab (1)

           open input arqHistAcad
           if ws-fs-arqHistAcad <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistAcad                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistAcad "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    o historico de expurgados pode nem existir ainda
           open input arqHistAluno
           if  ws-fs-arqHistAluno <> 00
           and ws-fs-arqHistAluno <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistAluno "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    idem as transferencias (nenhuma efetivada ainda)
           open input arqTransferencia
           if  ws-fs-arqTransferencia <> 00
           and ws-fs-arqTransferencia <> 35 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqTransferencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTransferencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadTurma
           if ws-fs-arqCadTurma <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqCadTurma                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadTurma "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelIndicadores
           if ws-fs-arqRelIndicadores <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelIndicadores                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelIndicadores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCsvIndicadores
           if ws-fs-arqCsvIndicadores <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqCsvIndicadores                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCsvIndicadores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    o total da escola e sempre o primeiro grupo da tabela
           move "E"      to ws-busca-tipo
           move "ESCOLA" to ws-busca-chave
           perform localiza-grupo
           .
       inicializa-exit.
           exit.

      *>________________________________________________________________________
      *>  Cria os grupos das turmas cadastradas (e das suas series e turnos)    |
      *>  na ordem do cadastro, para o relatorio sair nessa ordem              |
      *>________________________________________________________________________|
       carrega-turmas section.

           move low-values to tur-cod
           start arqCadTurma key is >= tur-cod
           if  ws-fs-arqCadTurma <> 00
               if ws-fs-arqCadTurma = 23 then
                   set fim-turmas to true
               else
                   move 2                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadTurma                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadTurma "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-turmas
               read arqCadTurma next
               if  ws-fs-arqCadTurma = 10
               or  ws-fs-arqCadTurma = 23 then
                   set fim-turmas to true
               else
                   if ws-fs-arqCadTurma <> 00 then
                       move 2                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCadTurma                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadTurma "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       move "T"       to ws-busca-tipo
                       move tur-cod   to ws-busca-chave
                       perform localiza-grupo
                       move "S"       to ws-busca-tipo
                       move tur-serie to ws-busca-chave
                       perform localiza-grupo
                       move "N"       to ws-busca-tipo
                       move tur-turno to ws-busca-chave
                       perform localiza-grupo
                   end-if
               end-if
           end-perform
           .
       carrega-turmas-exit.
           exit.

      *>________________________________________________________________________
      *>  Localiza o grupo ws-busca-tipo + ws-busca-chave na tabela, criando-o  |
      *>  zerado se ainda nao existir - deixa ind-idx posicionado e liga        |
      *>  grupo-achado (desligado so com a tabela cheia)                        |
      *>________________________________________________________________________|
       localiza-grupo section.

           move "N" to ws-grupo-achado
           set ind-idx to 1
           perform until grupo-achado
                      or ind-idx > ws-ind-qtd
               if  ws-ind-tipo (ind-idx)  = ws-busca-tipo
               and ws-ind-chave (ind-idx) = ws-busca-chave
                   move "S" to ws-grupo-achado
               else
                   set ind-idx up by 1
               end-if
           end-perform

           if not grupo-achado
           and ws-ind-qtd < 300 then
               add 1 to ws-ind-qtd
               set ind-idx to ws-ind-qtd
               move ws-busca-tipo  to ws-ind-tipo (ind-idx)
               move ws-busca-chave to ws-ind-chave (ind-idx)
               move 1 to ws-ind-zera
               perform until ws-ind-zera > 3
                   move zeros to ws-ind-anos (ind-idx, ws-ind-zera)
                   add 1 to ws-ind-zera
               end-perform
               move "S" to ws-grupo-achado
           end-if
           .
       localiza-grupo-exit.
           exit.

      *>________________________________________________________________________
      *>  Uma passada pelo historico academico: cada registro de um dos tres   |
      *>  anos e uma matricula do ano, classificada pelo resultado              |
      *>________________________________________________________________________|
       apura-hist-academico section.

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
                       add 1 to ws-qtd-lidos
                       move ha-ano to ws-ano-busca
                       perform localiza-ano
                       if ws-ind-ano > zero then
                           add 1 to ws-qtd-no-periodo
                           move ha-cod      to ws-cod-aluno
                           perform busca-status-aluno
                           move ha-situacao to ws-situacao-ano
                           perform classifica-resultado
                           move ha-turma    to ws-turma-res
                           perform acumula-resultado
                       end-if
                   end-if
               end-if
           end-perform
           .
       apura-hist-academico-exit.
           exit.

      *>________________________________________________________________________
      *>  Posicao (1 a 3) de ws-ano-busca na tabela de anos; zero fora dela     |
      *>________________________________________________________________________|
       localiza-ano section.

           move zero to ws-ind-ano
           if ws-ano-busca is numeric then
               move ws-ano-busca to ws-ano-num
               if ws-ano-num = ws-ano-tab (1)
                   move 1 to ws-ind-ano
               end-if
               if ws-ano-num = ws-ano-tab (2)
                   move 2 to ws-ind-ano
               end-if
               if ws-ano-num = ws-ano-tab (3)
                   move 3 to ws-ind-ano
               end-if
           end-if
           .
       localiza-ano-exit.
           exit.

      *>________________________________________________________________________
      *>  Status cadastral, turma do cadastro e ano da transferencia do aluno   |
      *>  ws-cod-aluno - do arqCadAluno ou, se expurgado, do arqHistAluno       |
      *>________________________________________________________________________|
       busca-status-aluno section.

           if ws-cod-aluno = ws-cod-status-ant then
               go to busca-status-aluno-exit
           end-if
           move ws-cod-aluno to ws-cod-status-ant

           move spaces to ws-status-aluno
           move spaces to ws-turma-cadastro
           move spaces to ws-trf-ano

           move ws-cod-aluno to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 00 then
               move fd-status to ws-status-aluno
               move fd-turma  to ws-turma-cadastro
           else
               if ws-fs-arqCadAluno <> 23 then
                   move 3                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-arqHistAluno <> 35 then
                   move ws-cod-aluno to hist-cod
                   read arqHistAluno
                   if ws-fs-arqHistAluno = 00 then
                       move hist-status to ws-status-aluno
                       move hist-turma  to ws-turma-cadastro
                   else
                       if ws-fs-arqHistAluno <> 23 then
                           move 3                                  to ws-msn-erro-ofsset
                           move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if

           if  ws-status-aluno = "T"
           and ws-fs-arqTransferencia <> 35 then
               move ws-cod-aluno to trf-cod
               read arqTransferencia
               if ws-fs-arqTransferencia = 00 then
                   move trf-data(1:4) to ws-trf-ano
               else
                   if ws-fs-arqTransferencia <> 23 then
                       move 3                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTransferencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransferencia "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       busca-status-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Resultado do aluno no ano ws-ano-busca: a transferencia no proprio    |
      *>  ano prevalece; depois o resultado final gravado; sem resultado final  |
      *>  o aluno inativo conta como abandono e o ativo como em curso           |
      *>________________________________________________________________________|
       classifica-resultado section.

           evaluate true
               when ws-status-aluno = "T"
                and ws-trf-ano      = ws-ano-busca
                   set res-transferido to true
               when ws-situacao-ano = "APROVADO"
                   set res-aprovado    to true
               when ws-situacao-ano = "REPROVADO"
                   set res-reprovado   to true
               when ws-situacao-ano = "REP.FALTA"
                   set res-rep-falta   to true
               when ws-situacao-ano = "TRANSFERIDO"
                   set res-transferido to true
               when ws-status-aluno = "I"
                   set res-abandono    to true
               when other
                   set res-em-curso    to true
           end-evaluate
           .
       classifica-resultado-exit.
           exit.

      *>________________________________________________________________________
      *>  Soma o resultado ws-resultado do ano ws-ind-ano nos grupos da turma   |
      *>  ws-turma-res, da serie e do turno dela e no total da escola           |
      *>________________________________________________________________________|
       acumula-resultado section.

           if ws-turma-res = spaces then
               move "SEM TURMA"  to ws-serie-res
               move "SEM TURMA"  to ws-turno-res
           else
               move ws-turma-res to tur-cod
               read arqCadTurma
               if ws-fs-arqCadTurma = 00 then
                   move tur-serie    to ws-serie-res
                   move tur-turno    to ws-turno-res
               else
                   if ws-fs-arqCadTurma <> 23 then
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCadTurma                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadTurma "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
      *>            turma que nao existe mais no cadastro de turmas
                   move "SEM CADAST" to ws-serie-res
                   move "SEM CADAST" to ws-turno-res
               end-if
           end-if

           move "T" to ws-busca-tipo
           if ws-turma-res = spaces then
               move "SEM TURMA"  to ws-busca-chave
           else
               move ws-turma-res to ws-busca-chave
           end-if
           perform soma-grupo

           move "S"          to ws-busca-tipo
           move ws-serie-res to ws-busca-chave
           perform soma-grupo

           move "N"          to ws-busca-tipo
           move ws-turno-res to ws-busca-chave
           perform soma-grupo

           move "E"          to ws-busca-tipo
           move "ESCOLA"     to ws-busca-chave
           perform soma-grupo
           .
       acumula-resultado-exit.
           exit.

      *>________________________________________________________________________
      *>  Soma uma matricula e o seu resultado no grupo localizado             |
      *>________________________________________________________________________|
       soma-grupo section.

           perform localiza-grupo
           if not grupo-achado then
               add 1 to ws-qtd-estouro
               go to soma-grupo-exit
           end-if

           add 1 to ws-ind-matr (ind-idx, ws-ind-ano)
           evaluate true
               when res-aprovado
                   add 1 to ws-ind-aprov     (ind-idx, ws-ind-ano)
               when res-reprovado
                   add 1 to ws-ind-reprov    (ind-idx, ws-ind-ano)
               when res-rep-falta
                   add 1 to ws-ind-rep-falta (ind-idx, ws-ind-ano)
               when res-abandono
                   add 1 to ws-ind-abandono  (ind-idx, ws-ind-ano)
               when res-transferido
                   add 1 to ws-ind-transf    (ind-idx, ws-ind-ano)
               when other
                   add 1 to ws-ind-em-curso  (ind-idx, ws-ind-ano)
           end-evaluate
           .
       soma-grupo-exit.
           exit.

      *>________________________________________________________________________
      *>  Transferidos num dos tres anos que nao chegaram a ter registro no    |
      *>  historico academico daquele ano: somados como matricula transferida |
      *>  na turma do cadastro                                                  |
      *>________________________________________________________________________|
       apura-transferencias section.

           if ws-fs-arqTransferencia = 35 then
      *>        sem arquivo de transferencias - nenhuma a somar
               go to apura-transferencias-exit
           end-if

           move low-values to trf-cod
           start arqTransferencia key is >= trf-cod
           if  ws-fs-arqTransferencia <> 00
               if ws-fs-arqTransferencia = 23 then
                   set fim-transf to true
               else
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTransferencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTransferencia "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-transf
               read arqTransferencia next
               if  ws-fs-arqTransferencia = 10
               or  ws-fs-arqTransferencia = 23 then
                   set fim-transf to true
               else
                   if ws-fs-arqTransferencia <> 00 then
                       move 4                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTransferencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransferencia "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       move trf-data(1:4) to ws-ano-busca
                       perform localiza-ano
                       if ws-ind-ano > zero then
                           move trf-cod      to ha-cod
                           move ws-ano-busca to ha-ano
                           read arqHistAcad
                           if ws-fs-arqHistAcad = 23 then
                               add 1 to ws-qtd-trf-sem-hist
                               move trf-cod to ws-cod-aluno
                               perform busca-status-aluno
                               set res-transferido to true
                               move ws-turma-cadastro to ws-turma-res
                               perform acumula-resultado
                           else
                               if ws-fs-arqHistAcad <> 00 then
                                   move 4                                  to ws-msn-erro-ofsset
                                   move ws-fs-arqHistAcad                  to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqHistAcad "    to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       apura-transferencias-exit.
           exit.

      *>________________________________________________________________________
      *>  Inativos (cadastro e historico de expurgados) sem nenhum ano letivo   |
      *>  gravado: sem ano nao entram nas taxas - so sao contados no rodape     |
      *>________________________________________________________________________|
       conta-inativos-sem-historico section.

           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   set fim-cadastro to true
               else
                   move 5                                 to ws-msn-erro-ofsset
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
                       move 5                                 to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if fd-status-inativo then
                           move fd-cod to ws-cod-aluno
                           perform verifica-hist-acad
                           if not tem-hist-acad
                               add 1 to ws-qtd-inat-sem-hist
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-fs-arqHistAluno = 35 then
               go to conta-inativos-sem-historico-exit
           end-if

           move low-values to hist-cod
           start arqHistAluno key is >= hist-cod
           if  ws-fs-arqHistAluno <> 00
               if ws-fs-arqHistAluno = 23 then
                   set fim-historico to true
               else
                   move 5                                  to ws-msn-erro-ofsset
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
                       move 5                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if hist-status = "I" then
                           move hist-cod to ws-cod-aluno
                           perform verifica-hist-acad
                           if not tem-hist-acad
                               add 1 to ws-qtd-inat-sem-hist
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       conta-inativos-sem-historico-exit.
           exit.

      *>________________________________________________________________________
      *>  Liga tem-hist-acad se ws-cod-aluno tem algum ano no arqHistAcad       |
      *>________________________________________________________________________|
       verifica-hist-acad section.

           move "N" to ws-tem-hist-acad
           move ws-cod-aluno to ha-cod
           move low-values   to ha-ano
           start arqHistAcad key is >= ha-chave
           if ws-fs-arqHistAcad = 00 then
               read arqHistAcad next
               if  ws-fs-arqHistAcad = 00
               and ha-cod = ws-cod-aluno then
                   set tem-hist-acad to true
               end-if
           end-if
           .
       verifica-hist-acad-exit.
           exit.

      *>________________________________________________________________________
      *>  Relatorio impresso (por turma, serie, turno e o total da escola) e    |
      *>  arquivo separado por ponto-e-virgula                                  |
      *>________________________________________________________________________|
       imprime-indicadores section.

           move ws-ano-tab (3) to wsr-ano
           move ws-ano-tab (2) to wsr-ano-ant1
           move ws-ano-tab (1) to wsr-ano-ant2
           move spaces         to wsr-data
           string ws-data-hoje(7:2) "/" ws-data-hoje(5:2) "/" ws-data-hoje(1:4)
                  delimited by size into wsr-data

           write indicador-linha from ws-linha-titulo
           write indicador-linha from ws-linha-referencia
           write indicador-linha from ws-linha-branco
           write indicador-linha from ws-linha-legenda1
           write indicador-linha from ws-linha-legenda2

           move 1 to ws-ind-ano
           perform until ws-ind-ano > 3
               move all "-"               to wsh-bloco (ws-ind-ano)
               move spaces                to wsh-bloco (ws-ind-ano)(1:2)
               move " "                   to wsh-bloco (ws-ind-ano)(17:1)
               move ws-ano-tab (ws-ind-ano) to wsh-bloco (ws-ind-ano)(18:4)
               move " "                   to wsh-bloco (ws-ind-ano)(22:1)
               add 1 to ws-ind-ano
           end-perform

           write csv-linha from ws-csv-cabecalho

           move "T"       to ws-tipo-imprime
           move "TURMA"   to wsb-titulo
           perform imprime-bloco
           move "S"       to ws-tipo-imprime
           move "SERIE"   to wsb-titulo
           perform imprime-bloco
           move "N"       to ws-tipo-imprime
           move "TURNO"   to wsb-titulo
           perform imprime-bloco
           move "E"       to ws-tipo-imprime
           move "ESCOLA (TOTAL)" to wsb-titulo
           perform imprime-bloco
           .
       imprime-indicadores-exit.
           exit.

      *>________________________________________________________________________
      *>  Um bloco do relatorio: os grupos do tipo ws-tipo-imprime             |
      *>________________________________________________________________________|
       imprime-bloco section.

           write indicador-linha from ws-linha-separa
           write indicador-linha from ws-linha-bloco
           write indicador-linha from ws-linha-anos
           write indicador-linha from ws-linha-colunas

           set ind-idx to 1
           perform until ind-idx > ws-ind-qtd
               if ws-ind-tipo (ind-idx) = ws-tipo-imprime
                   perform imprime-grupo
               end-if
               set ind-idx up by 1
           end-perform
           .
       imprime-bloco-exit.
           exit.

      *>________________________________________________________________________
      *>  Linha do grupo ind-idx com os tres anos lado a lado, e uma linha do   |
      *>  arquivo separado por ponto-e-virgula por ano com matricula           |
      *>________________________________________________________________________|
       imprime-grupo section.

           move spaces                  to ws-linha-detalhe
           move ws-ind-chave (ind-idx)  to wsd-grupo

           move 1 to ws-ind-ano
           perform until ws-ind-ano > 3
               if ws-ind-matr (ind-idx, ws-ind-ano) > zero
                   move ws-ind-matr (ind-idx, ws-ind-ano) to wsd-matr (ws-ind-ano)
                   move 1 to ws-ind-taxa
                   perform until ws-ind-taxa > 5
                       compute ws-taxa rounded =
                               ws-ind-qtd-res (ind-idx, ws-ind-ano, ws-ind-taxa) * 100
                             / ws-ind-matr (ind-idx, ws-ind-ano)
                       move ws-taxa to wsd-taxa (ws-ind-ano, ws-ind-taxa)
                       add 1 to ws-ind-taxa
                   end-perform
                   perform grava-linha-csv
               end-if
               add 1 to ws-ind-ano
           end-perform

           write indicador-linha from ws-linha-detalhe
           if ws-fs-arqRelIndicadores <> 00 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelIndicadores                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelIndicadores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprime-grupo-exit.
           exit.

      *>________________________________________________________________________
      *>  Linha TIPO;GRUPO;ANO;quantidades;taxas do grupo ind-idx no ano        |
      *>  ws-ind-ano                                                            |
      *>________________________________________________________________________|
       grava-linha-csv section.

           evaluate ws-ind-tipo (ind-idx)
               when "T"
                   move "TURMA"  to wcv-tipo
               when "S"
                   move "SERIE"  to wcv-tipo
               when "N"
                   move "TURNO"  to wcv-tipo
               when other
                   move "ESCOLA" to wcv-tipo
           end-evaluate
           move ws-ind-chave (ind-idx)              to wcv-grupo
           move ws-ano-tab (ws-ind-ano)             to wcv-ano
           move ws-ind-matr (ind-idx, ws-ind-ano)   to wcv-matr
           move ws-ind-em-curso (ind-idx, ws-ind-ano) to wcv-em-curso

           move 1 to ws-ind-taxa
           perform until ws-ind-taxa > 5
               move ";" to wcv-resultados (ws-ind-taxa)(1:1)
               move ws-ind-qtd-res (ind-idx, ws-ind-ano, ws-ind-taxa)
                 to wcv-qtd-res (ws-ind-taxa)
               compute ws-taxa rounded =
                       ws-ind-qtd-res (ind-idx, ws-ind-ano, ws-ind-taxa) * 100
                     / ws-ind-matr (ind-idx, ws-ind-ano)
               move ";" to wcv-taxas (ws-ind-taxa)(1:1)
               move ws-taxa to wcv-taxa (ws-ind-taxa)
               add 1 to ws-ind-taxa
           end-perform

           write csv-linha from ws-csv-detalhe
           if ws-fs-arqCsvIndicadores <> 00 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqCsvIndicadores                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCsvIndicadores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-linhas-csv
           .
       grava-linha-csv-exit.
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

           move ws-qtd-lidos          to wsr-qtd-lidos
           move ws-qtd-no-periodo     to wsr-qtd-no-periodo
           move ws-qtd-trf-sem-hist   to wsr-qtd-trf-sem-hist
           move ws-qtd-inat-sem-hist  to wsr-qtd-inat-sem-hist
           move ws-qtd-estouro        to wsr-qtd-estouro
           write indicador-linha from ws-linha-separa
           write indicador-linha from ws-linha-rodape1
           write indicador-linha from ws-linha-rodape2
           write indicador-linha from ws-linha-rodape3
           write indicador-linha from ws-linha-rodape4

           close arqRelIndicadores
           close arqCsvIndicadores
           close arqHistAcad
           close arqCadAluno
           close arqCadTurma
           if ws-fs-arqHistAluno <> 35 then
               close arqHistAluno
           end-if
           if ws-fs-arqTransferencia <> 35 then
               close arqTransferencia
           end-if

           display "Indicadores de rendimento - ano de referencia " ws-ano-ref
           display "Registros do historico academico nos anos: " ws-qtd-no-periodo
           display "Linhas no arquivo separado por ';'.......: " ws-qtd-linhas-csv
           display "Relatorio gerado em IndicadoresRendimento.txt"
           display "Arquivo gerado em IndicadoresRendimento.csv"

           Stop run
           .
       finaliza-exit.
           exit.
