      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Lista11.Anonimiza".
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
      *> historico dos expurgados - endereco, filiacao e telefone do ex-aluno com      |
      *> prazo de guarda vencido sao anonimizados; nome, turma, notas e situacao        |
      *> ficam, porque o Lista11.HistoricoEscolar continua emitindo a segunda via.     |
      *>_______________________________________________________________________________|
                  select arqHistAluno assign to "arqHistAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is hist-cod
                  file status is ws-fs-arqHistAluno.

      *>_______________________________________________________________________________
      *> datas de referencia do ultimo vinculo do ex-aluno: ano letivo do historico   |
      *> academico, data da transferencia e ultimo movimento no log consolidado.       |
      *>_______________________________________________________________________________|
                  select arqHistAcad assign to "arqHistAcad.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is ha-chave
                  file status is ws-fs-arqHistAcad.

                  select arqTransferencia assign to "arqTransferencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is trf-cod
                  file status is ws-fs-arqTransferencia.

                  select arqLogConsol assign to "arqLogConsolidado.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is lgc-chave
                  file status is ws-fs-arqLogConsol.

      *>_______________________________________________________________________________
      *> log de auditoria - cada anonimizacao sai registrada com o operador, o prazo   |
      *> aplicado e o ano de referencia (nunca com o dado apagado).                    |
      *>_______________________________________________________________________________|
                  select arqLogAlunos assign to "arqLogAluno.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqLogAlunos.

                  select arqUsuarios assign to "arqUsuarios.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is usu-cod
                  file status is ws-fs-arqUsuarios.

                  select arqRelAnonimiza assign to "AnonimizacaoLGPD.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqRelAnonimiza.

      *>Declaração de variáveis
       data division.

      *>____Variaveis de arquivos declaradas da file section
       file section.
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

       fd arqTransferencia.
       01 trf-registro.
           05  trf-cod                             pic X(06).
           05  trf-data                            pic X(08).
           05  trf-escola                          pic X(40).

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

       fd arqUsuarios.
       01 usu-registro.
           05  usu-cod                             pic X(03).
           05  usu-nome                            pic X(25).
           05  usu-perfil                          pic X(01).
               88  usu-perfil-operador             value "O".
               88  usu-perfil-supervisor           value "S".

       fd arqRelAnonimiza.
       01 anonimiza-linha                          pic X(90).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqHistAluno                       pic 9(02).
       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqTransferencia                   pic 9(02).
       77 ws-fs-arqLogConsol                       pic 9(02).
       77 ws-fs-arqLogAlunos                       pic 9(02).
       77 ws-fs-arqUsuarios                        pic 9(02).
       77 ws-fs-arqRelAnonimiza                    pic 9(02).

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

       01  ws-fim-historico                        pic X(01) value "N".
           88  fim-historico                       value "S".
       01  ws-fim-busca                            pic X(01).
           88  fim-busca                           value "S".

      *>____________________________________________________________________
      *> prazo de guarda em anos, informado a cada rodada anual: o          |
      *> ex-aluno cujo ultimo vinculo e anterior ao ano de corte (ano        |
      *> corrente menos o prazo) tem os dados pessoais anonimizados.        |
      *> Ex-aluno sem nenhuma data de referencia NAO e anonimizado - fica   |
      *> no relatorio para a secretaria conferir.                           |
      *>____________________________________________________________________|
       77 ws-prazo-anos                            pic 9(02) value zero.
       77 ws-data-hoje                             pic X(08).
       77 ws-ano-hoje                              pic 9(04).
       77 ws-ano-corte                             pic 9(04).
       77 ws-ult-ano                               pic X(04).
       77 ws-confirma                              pic X(01).

      *>    marca gravada no lugar do dado pessoal - tambem e como o
      *>    relatorio do titular reconhece o registro ja anonimizado
       77 ws-marca-anonimizado                     pic X(11) value "ANONIMIZADO".

       77 ws-qtd-lidos                             pic 9(06) comp value zero.
       77 ws-qtd-anonimizados                      pic 9(06) comp value zero.
       77 ws-qtd-ja-anonimizados                   pic 9(06) comp value zero.
       77 ws-qtd-no-prazo                          pic 9(06) comp value zero.
       77 ws-qtd-sem-referencia                    pic 9(06) comp value zero.

       01 ws-linha-cabecalho.
           05  filler                              pic X(41)
               value "ANONIMIZACAO DE EX-ALUNOS - PRAZO (ANOS) ".
           05  wsc-prazo                           pic Z9.
           05  filler                              pic X(28)
               value " - ULTIMO VINCULO ANTES DE ".
           05  wsc-ano-corte                       pic 9(04).

       01 ws-linha-titulo.
           05  filler                              pic X(90) value
               "COD    ALUNO                     TURMA ULT.ANO  SITUACAO".

       01 ws-linha-detalhe.
           05  wsl-cod                             pic X(06).
           05  filler                              pic X(01) value spaces.
           05  wsl-aluno                           pic X(25).
           05  filler                              pic X(01) value spaces.
           05  wsl-turma                           pic X(03).
           05  filler                              pic X(03) value spaces.
           05  wsl-ult-ano                         pic X(04).
           05  filler                              pic X(03) value spaces.
           05  wsl-obs                             pic X(44).

       01 ws-linha-rodape.
           05  filler                              pic X(14)
               value "LIDOS........".
           05  wsr-qtd-lidos                       pic ZZZZZ9.
           05  filler                              pic X(16)
               value "  ANONIMIZADOS:".
           05  wsr-qtd-anonimizados                pic ZZZZZ9.
           05  filler                              pic X(12)
               value "  NO PRAZO:".
           05  wsr-qtd-no-prazo                    pic ZZZZZ9.
           05  filler                              pic X(18)
               value "  SEM REFERENCIA:".
           05  wsr-qtd-sem-referencia              pic ZZZZZ9.

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

           display "             | ______ANONIMIZACAO ANUAL DE EX-ALUNOS______|  "
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
      *>    apaga dado pessoal sem volta: so o supervisor roda
           if not usu-perfil-supervisor then
               move 1                                  to ws-msn-erro-ofsset
               move zero                               to ws-msn-erro-cod
               move "Anonimizacao restrita ao supervisor " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move usu-cod to ws-usuario-cod
           display "Operador: " usu-nome

           perform until ws-prazo-anos > zero
               display "Prazo de guarda dos dados de ex-alunos (anos): "
               accept ws-prazo-anos
           end-perform

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4) to ws-ano-hoje
           compute ws-ano-corte = ws-ano-hoje - ws-prazo-anos

           display "Serao anonimizados endereco, filiacao e telefone dos"
           display "ex-alunos com ultimo vinculo antes de " ws-ano-corte
           display "Confirma a anonimizacao? ('S' para confirmar): "
           accept ws-confirma
           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Anonimizacao cancelada pelo operador."
               close arqUsuarios
               Stop run
           end-if

      *>    sem historico (Expurgo nunca rodou) nao ha ex-aluno a anonimizar
           open i-o arqHistAluno
           if  ws-fs-arqHistAluno <> 00
           and ws-fs-arqHistAluno <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistAluno "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    fontes de data podem nem existir ainda - so nao contribuem
           open input arqHistAcad
           if  ws-fs-arqHistAcad <> 00
           and ws-fs-arqHistAcad <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistAcad                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistAcad "   to ws-msn-erro-text
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

           open input arqLogConsol
           if  ws-fs-arqLogConsol <> 00
           and ws-fs-arqLogConsol <> 35 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqLogConsol                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogConsol "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqLogAlunos
           if ws-fs-arqLogAlunos = 35 then
               open output arqLogAlunos
           end-if
           if ws-fs-arqLogAlunos <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqLogAlunos                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogAlunos " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelAnonimiza
           if ws-fs-arqRelAnonimiza <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqRelAnonimiza                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelAnonimiza " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-prazo-anos to wsc-prazo
           move ws-ano-corte  to wsc-ano-corte
           write anonimiza-linha from ws-linha-cabecalho
           write anonimiza-linha from ws-linha-titulo
           .
       inicializa-exit.
           exit.

      *>________________________________________________________________________
      *>  Varre o historico dos expurgados e avalia cada ex-aluno               |
      *>________________________________________________________________________|
       processamento section.

           if ws-fs-arqHistAluno = 35 then
               go to processamento-exit
           end-if

           move low-values to hist-cod
           start arqHistAluno key is >= hist-cod
           if  ws-fs-arqHistAluno <> 00
               if ws-fs-arqHistAluno = 23 then
                   set fim-historico to true
               else
                   move 2                                  to ws-msn-erro-ofsset
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
                       move 2                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       add 1 to ws-qtd-lidos
                       perform avalia-ex-aluno
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>________________________________________________________________________
      *>  Decide o destino do ex-aluno de hist-alunos                           |
      *>________________________________________________________________________|
       avalia-ex-aluno section.

           if hist-endereco = ws-marca-anonimizado then
               add 1 to ws-qtd-ja-anonimizados
               go to avalia-ex-aluno-exit
           end-if

           perform apura-ultimo-vinculo

           move hist-cod   to wsl-cod
           move hist-aluno to wsl-aluno
           move hist-turma to wsl-turma
           move ws-ult-ano to wsl-ult-ano

           if ws-ult-ano = spaces then
               add 1 to ws-qtd-sem-referencia
               move "SEM DATA DE REFERENCIA - MANTIDO" to wsl-obs
               write anonimiza-linha from ws-linha-detalhe
               go to avalia-ex-aluno-exit
           end-if

           if ws-ult-ano >= ws-ano-corte then
               add 1 to ws-qtd-no-prazo
               go to avalia-ex-aluno-exit
           end-if

           perform anonimiza-ex-aluno
           .
       avalia-ex-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Ano do ultimo vinculo do ex-aluno (maior entre o ano letivo do        |
      *>  historico academico, a transferencia, o envio a Secretaria e o       |
      *>  ultimo movimento do log consolidado) - spaces se nao ha nenhum       |
      *>________________________________________________________________________|
       apura-ultimo-vinculo section.

           move spaces to ws-ult-ano

           if hist-envio-data <> spaces then
               move hist-envio-data(1:4) to ws-ult-ano
           end-if

      *>    anos do historico academico chegam em ordem: fica o ultimo
           if ws-fs-arqHistAcad <> 35 then
               move "N"         to ws-fim-busca
               move hist-cod    to ha-cod
               move low-values  to ha-ano
               start arqHistAcad key is >= ha-chave
               if ws-fs-arqHistAcad <> 00 then
                   if ws-fs-arqHistAcad = 23 then
                       set fim-busca to true
                   else
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAcad                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAcad "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               perform until fim-busca
                   read arqHistAcad next
                   if  ws-fs-arqHistAcad = 10
                   or  ws-fs-arqHistAcad = 23 then
                       set fim-busca to true
                   else
                       if ws-fs-arqHistAcad <> 00 then
                           move 3                                  to ws-msn-erro-ofsset
                           move ws-fs-arqHistAcad                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistAcad "    to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if ha-cod <> hist-cod then
                               set fim-busca to true
                           else
                               if ha-ano > ws-ult-ano
                               or ws-ult-ano = spaces then
                                   move ha-ano to ws-ult-ano
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           if ws-fs-arqTransferencia <> 35 then
               move hist-cod to trf-cod
               read arqTransferencia
               if ws-fs-arqTransferencia = 00 then
                   if trf-data(1:4) > ws-ult-ano
                   or ws-ult-ano = spaces then
                       move trf-data(1:4) to ws-ult-ano
                   end-if
               else
                   if ws-fs-arqTransferencia <> 23 then
                       move 3                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTransferencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTransferencia "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

      *>    log consolidado por aluno + data: o ultimo lido e o mais recente
           if ws-fs-arqLogConsol <> 35 then
               move "N"         to ws-fim-busca
               move hist-cod    to lgc-cod
               move low-values  to lgc-data
               move low-values  to lgc-hora
               move zero        to lgc-seq
               start arqLogConsol key is >= lgc-chave
               if ws-fs-arqLogConsol <> 00 then
                   if ws-fs-arqLogConsol = 23 then
                       set fim-busca to true
                   else
                       move 3                                   to ws-msn-erro-ofsset
                       move ws-fs-arqLogConsol                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqLogConsol "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               perform until fim-busca
                   read arqLogConsol next
                   if  ws-fs-arqLogConsol = 10
                   or  ws-fs-arqLogConsol = 23 then
                       set fim-busca to true
                   else
                       if ws-fs-arqLogConsol <> 00 then
                           move 3                                   to ws-msn-erro-ofsset
                           move ws-fs-arqLogConsol                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqLogConsol "    to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           if lgc-cod <> hist-cod then
                               set fim-busca to true
                           else
                               if lgc-data(1:4) > ws-ult-ano
                               or ws-ult-ano = spaces then
                                   move lgc-data(1:4) to ws-ult-ano
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           .
       apura-ultimo-vinculo-exit.
           exit.

      *>________________________________________________________________________
      *>  Anonimiza endereco, filiacao e telefone do ex-aluno, registra no log  |
      *>  de auditoria e no relatorio                                           |
      *>________________________________________________________________________|
       anonimiza-ex-aluno section.

           move ws-marca-anonimizado to hist-endereco
           move ws-marca-anonimizado to hist-mae
           move ws-marca-anonimizado to hist-pai
           move ws-marca-anonimizado to hist-telefone

           rewrite hist-alunos
           if ws-fs-arqHistAluno <> 00 then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arqHistAluno                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistAluno "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-anonimizados

           move "ANONIMIZA" to ws-log-operacao
           move spaces      to ws-log-complemento
           string "LGPD - ENDERECO/FILIACAO/TELEFONE - PRAZO " ws-prazo-anos
                  " ANOS - ULTIMO VINCULO " ws-ult-ano
                  delimited by size into ws-log-complemento
           perform grava-log

           move "ANONIMIZADO (ENDERECO, FILIACAO, TELEFONE)" to wsl-obs
           write anonimiza-linha from ws-linha-detalhe
           .
       anonimiza-ex-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava log de auditoria (mesmo layout das operacoes de tela)           |
      *>________________________________________________________________________|
       grava-log section.

           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           move ws-log-data         to log-data
           move ws-log-hora         to log-hora
           move ws-log-operacao     to log-operacao
           move hist-cod            to log-cod
           move ws-usuario-cod      to log-usuario
           move ws-log-complemento  to log-complemento

      *>    sem o registro de auditoria a anonimizacao nao pode seguir
           write log-registro
           if ws-fs-arqLogAlunos <> 00 then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-arqLogAlunos                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlunos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
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
      *>  Finalização                                                           |
      *>________________________________________________________________________|
       finaliza section.

           move ws-qtd-lidos            to wsr-qtd-lidos
           move ws-qtd-anonimizados     to wsr-qtd-anonimizados
           move ws-qtd-no-prazo         to wsr-qtd-no-prazo
           move ws-qtd-sem-referencia   to wsr-qtd-sem-referencia
           write anonimiza-linha from ws-linha-rodape

           close arqRelAnonimiza
           close arqLogAlunos
           if ws-fs-arqHistAcad <> 35 then
               close arqHistAcad
           end-if
           if ws-fs-arqTransferencia <> 35 then
               close arqTransferencia
           end-if
           if ws-fs-arqLogConsol <> 35 then
               close arqLogConsol
           end-if
           close arqUsuarios

           if ws-fs-arqHistAluno <> 35 then
               close arqHistAluno
               if ws-fs-arqHistAluno <> 00 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistAluno                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistAluno " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Anonimizacao concluida."
           display "Ex-alunos lidos.........: " ws-qtd-lidos
           display "Anonimizados agora......: " ws-qtd-anonimizados
           display "Ja anonimizados antes...: " ws-qtd-ja-anonimizados
           display "Ainda no prazo de guarda: " ws-qtd-no-prazo
           display "Sem data de referencia..: " ws-qtd-sem-referencia
           display "Relatorio gerado em AnonimizacaoLGPD.txt"

           Stop run
           .
       finaliza-exit.
           exit.
