      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Lista11.DiasLetivos".
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
      *> calendario escolar mantido pelo supervisor no portal - dias letivos e         |
      *> sabados letivos do ano sao os dias previstos da carga minima legal.           |
      *>_______________________________________________________________________________|
                  select arqCalendario assign to "arqCalendario.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cal-data
                  file status is ws-fs-arqCalendario.

                  select arqCadTurma assign to "arqCadTurma.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is tur-cod
                  file status is ws-fs-arqCadTurma.

                  select arqCadAluno assign to "arqCadAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is fd-cod
                  alternate record key is fd-aluno with duplicates
                  file status is ws-fs-arqCadAluno.

      *>_______________________________________________________________________________
      *> detalhe da frequencia - um dia conta como dado para a turma quando ao menos   |
      *> um aluno dela tem lancamento (P, F ou J) naquela data.                        |
      *>_______________________________________________________________________________|
                  select arqFrequencia assign to "arqFrequencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is freq-chave
                  file status is ws-fs-arqFrequencia.

      *>_______________________________________________________________________________
      *> cumprimento da carga minima por turma: dias previstos no calendario x dias   |
      *> que de fato tem lancamento no arqFrequencia, com os lancamentos feitos em     |
      *> data fora do calendario (feriado, recesso, fim de semana, data invalida).     |
      *>_______________________________________________________________________________|
                  select arqRelDiasLetivos assign to "DiasLetivos.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqRelDiasLetivos.

      *>Declaração de variáveis
       data division.

      *>____Variaveis de arquivos declaradas da file section
       file section.
       fd arqCalendario.
       01 cal-registro.
           05  cal-data.
               10  cal-ano                         pic X(04).
               10  cal-mes                         pic X(02).
               10  cal-dia                         pic X(02).
           05  cal-tipo                            pic X(01).
               88  cal-dia-letivo                  value "L".
               88  cal-feriado                     value "F".
               88  cal-recesso                     value "R".
               88  cal-sabado-letivo               value "S".
               88  cal-conta-letivo                value "L" "S".
           05  cal-descricao                       pic X(30).

       fd arqCadTurma.
       01 fd-turmas.
           05  tur-cod                             pic X(03).
           05  tur-serie                           pic X(10).
           05  tur-turno                           pic X(01).
           05  tur-professor                       pic X(25).
           05  tur-capacidade                      pic 9(03).

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

       fd arqRelDiasLetivos.
       01 dias-linha                               pic X(90).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqCalendario                      pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqRelDiasLetivos                  pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-cod                       pic 9(02).
          05 ws-msn-erro-text                      pic X(42).

       01  ws-fim-calendario                       pic X(01) value "N".
           88  fim-calendario                      value "S".
       01  ws-fim-turmas                           pic X(01) value "N".
           88  fim-turmas                          value "S".
       01  ws-fim-cadastro                         pic X(01) value "N".
           88  fim-cadastro                        value "S".
       01  ws-fim-freq-det                         pic X(01) value "N".
           88  fim-freq-det                        value "S".

      *>____________________________________________________________________
      *> ano do relatorio (informado na entrada; em branco vale o ano       |
      *> corrente) e data de hoje - dia previsto ate hoje ja devia ter      |
      *> lancamento.                                                        |
      *>____________________________________________________________________|
       01 ws-data-hoje.
           05  ws-ano-corrente                     pic X(04).
           05  filler                              pic X(04).
       01 ws-data-hoje-r redefines ws-data-hoje.
           05  ws-data-hoje-x                      pic X(08).
       77 ws-ano-rel                               pic X(04).
       77 ws-carga-minima                          pic 9(03) value 200.

      *>____________________________________________________________________
      *> data em conversao para o dia do ano (1 a 366) - posicao do dia     |
      *> nas tabelas do calendario e dos lancamentos por turma.             |
      *>____________________________________________________________________|
       01 ws-data-calc.
           05  ws-calc-ano                         pic 9(04).
           05  ws-calc-mes                         pic 9(02).
           05  ws-calc-dia                         pic 9(02).
       01 ws-data-calc-r redefines ws-data-calc.
           05  ws-data-calc-x                      pic X(08).
       01 ws-tab-meses-valores.
           05  filler                              pic X(36) value
               "000031059090120151181212243273304334".
       01 ws-tab-meses redefines ws-tab-meses-valores.
           05  ws-dias-antes-mes                   pic 9(03) occurs 12 times.
       77 ws-dia-ano                               pic 9(03) value zero.
       77 ws-resto-4                               pic 9(04) value zero.
       77 ws-resto-100                             pic 9(04) value zero.
       77 ws-resto-400                             pic 9(04) value zero.
       77 ws-quociente                             pic 9(06) value zero.
       01 ws-ano-bissexto                          pic X(01).
           88  ano-bissexto                        value "S".

      *>____________________________________________________________________
      *> calendario do ano carregado por dia do ano - tipo do dia ("L",     |
      *> "S", "F", "R"; branco = data fora do calendario).                  |
      *>____________________________________________________________________|
       01 ws-tab-calendario.
           05  ws-cal-tipo-dia                     pic X(01) occurs 366 times.
       77 ws-qtd-previstos                         pic 9(03) comp value zero.
       77 ws-qtd-previstos-hoje                    pic 9(03) comp value zero.

      *>____________________________________________________________________
      *> tabela das turmas: dias com lancamento (marca por dia do ano, um   |
      *> dia conta uma vez so por turma) e lancamentos fora do calendario.  |
      *>____________________________________________________________________|
       01 ws-tab-turmas.
           05  ws-tdl-qtd                          pic 9(03) comp value zero.
           05  ws-tdl-ent occurs 200 times
                           indexed by tdl-idx.
               10  ws-tdl-cod                      pic X(03).
               10  ws-tdl-serie                    pic X(10).
               10  ws-tdl-turno                    pic X(01).
               10  ws-tdl-lancados                 pic 9(03) comp.
               10  ws-tdl-fora-cal                 pic 9(05) comp.
               10  ws-tdl-dia-lancado              pic X(01) occurs 366 times.

       01 ws-tdl-achado                            pic X(01).
           88  tdl-achado                          value "S".
       77 ws-busca-turma                           pic X(03).
       77 ws-qtd-pendentes                         pic 9(03) comp value zero.
       77 ws-qtd-projetados                        pic 9(04) comp value zero.
       77 ws-qtd-sem-turma                         pic 9(06) comp value zero.
       77 ws-qtd-turmas-abaixo                     pic 9(04) comp value zero.

       01 ws-linha-titulo.
           05  filler                              pic X(38)
               value "CUMPRIMENTO DA CARGA MINIMA - ANO: ".
           05  wst-ano                             pic X(04).
           05  filler                              pic X(20)
               value "   MINIMO LEGAL...: ".
           05  wst-minimo                          pic ZZ9.

       01 ws-linha-previstos.
           05  filler                              pic X(38)
               value "DIAS LETIVOS PREVISTOS NO CALENDARIO: ".
           05  wsp-previstos                       pic ZZ9.
           05  filler                              pic X(18)
               value "   ATE HOJE.....: ".
           05  wsp-previstos-hoje                  pic ZZ9.
           05  filler                              pic X(02) value spaces.
           05  wsp-obs                             pic X(25).

       01 ws-linha-cabecalho.
           05  filler                              pic X(90) value
               "TURMA SERIE      TUR LANCADOS PENDENTES FORA CAL PROJECAO OBS".

       01 ws-linha-detalhe.
           05  wsl-turma                           pic X(03).
           05  filler                              pic X(03) value spaces.
           05  wsl-serie                           pic X(10).
           05  filler                              pic X(01) value spaces.
           05  wsl-turno                           pic X(01).
           05  filler                              pic X(06) value spaces.
           05  wsl-lancados                        pic ZZ9.
           05  filler                              pic X(07) value spaces.
           05  wsl-pendentes                       pic ZZ9.
           05  filler                              pic X(04) value spaces.
           05  wsl-fora-cal                        pic ZZZZ9.
           05  filler                              pic X(05) value spaces.
           05  wsl-projetados                      pic ZZZ9.
           05  filler                              pic X(01) value spaces.
           05  wsl-obs                             pic X(25).

       01 ws-linha-branco                          pic X(90) value spaces.

       01 ws-linha-rodape.
           05  filler                              pic X(30)
               value "TURMAS QUE NAO ATINGEM O MIN.:".
           05  wsr-qtd-abaixo                      pic ZZZ9.
           05  filler                              pic X(28)
               value "   ALUNOS SEM TURMA........:".
           05  wsr-qtd-sem-turma                   pic ZZZZZ9.

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform carrega-calendario.
           perform carrega-turmas.
           perform conta-dias-lancados.
           perform imprime-relatorio.
           perform finaliza.

      *>________________________________________________________________________
      *>  Procedimentos de inicialização                                        |
      *>________________________________________________________________________|
       inicializa section.

           display "             | ________CUMPRIMENTO DOS DIAS LETIVOS________|  "
           display "             |                                             |  "
           display "             | ___________________________________________ |  "

           accept ws-data-hoje from date yyyymmdd
           display "Ano letivo (AAAA) ou ENTER para o ano corrente: "
           accept ws-ano-rel
           if ws-ano-rel = spaces then
               move ws-ano-corrente to ws-ano-rel
           end-if

           open input arqCalendario
           if ws-fs-arqCalendario <> 00 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalendario " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadTurma
           if ws-fs-arqCadTurma <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqCadTurma                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadTurma "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    sem arquivo de frequencia nenhuma turma tem dia lancado
           open input arqFrequencia
           if  ws-fs-arqFrequencia <> 00
           and ws-fs-arqFrequencia <> 35 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelDiasLetivos
           if ws-fs-arqRelDiasLetivos <> 00 then
               move 1                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelDiasLetivos                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelDiasLetivos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-tab-calendario
           .
       inicializa-exit.
           exit.

      *>________________________________________________________________________
      *>  Carrega o calendario do ano na tabela por dia do ano e conta os       |
      *>  dias letivos previstos (no ano e ate hoje)                            |
      *>________________________________________________________________________|
       carrega-calendario section.

           move ws-ano-rel   to cal-ano
           move low-values   to cal-mes cal-dia
           start arqCalendario key is >= cal-data
           if  ws-fs-arqCalendario <> 00
               if ws-fs-arqCalendario = 23 then
                   set fim-calendario to true
               else
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-calendario
               read arqCalendario next
               if  ws-fs-arqCalendario = 10
               or  ws-fs-arqCalendario = 23 then
                   set fim-calendario to true
               else
                   if ws-fs-arqCalendario <> 00 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if cal-ano <> ws-ano-rel then
                           set fim-calendario to true
                       else
                           move cal-data to ws-data-calc-x
                           perform calcula-dia-ano
                           if ws-dia-ano > zero then
                               move cal-tipo to ws-cal-tipo-dia (ws-dia-ano)
                               if cal-conta-letivo then
                                   add 1 to ws-qtd-previstos
                                   if cal-data <= ws-data-hoje-x then
                                       add 1 to ws-qtd-previstos-hoje
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       carrega-calendario-exit.
           exit.

      *>________________________________________________________________________
      *>  Carrega a tabela com as turmas cadastradas                            |
      *>________________________________________________________________________|
       carrega-turmas section.

           move low-values to tur-cod
           start arqCadTurma key is >= tur-cod
           if  ws-fs-arqCadTurma <> 00
               if ws-fs-arqCadTurma = 23 then
                   set fim-turmas to true
               else
                   move 3                                  to ws-msn-erro-ofsset
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
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCadTurma                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadTurma "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if ws-tdl-qtd < 200 then
                           add 1 to ws-tdl-qtd
                           set tdl-idx to ws-tdl-qtd
                           move tur-cod     to ws-tdl-cod (tdl-idx)
                           move tur-serie   to ws-tdl-serie (tdl-idx)
                           move tur-turno   to ws-tdl-turno (tdl-idx)
                           move zero        to ws-tdl-lancados (tdl-idx)
                           move zero        to ws-tdl-fora-cal (tdl-idx)
                           move 1           to ws-dia-ano
                           perform until ws-dia-ano > 366
                               move "N" to ws-tdl-dia-lancado (tdl-idx, ws-dia-ano)
                               add 1 to ws-dia-ano
                           end-perform
                       end-if
                   end-if
               end-if
           end-perform
           .
       carrega-turmas-exit.
           exit.

      *>________________________________________________________________________
      *>  Localiza ws-busca-turma na tabela - deixa tdl-idx posicionado e       |
      *>  liga tdl-achado quando encontra                                       |
      *>________________________________________________________________________|
       localiza-turma section.

           move "N" to ws-tdl-achado
           set tdl-idx to 1
           perform until tdl-achado
                      or tdl-idx > ws-tdl-qtd
               if ws-tdl-cod (tdl-idx) = ws-busca-turma
                   move "S" to ws-tdl-achado
               else
                   set tdl-idx up by 1
               end-if
           end-perform
           .
       localiza-turma-exit.
           exit.

      *>________________________________________________________________________
      *>  Uma passada pelo cadastro: cada aluno com turma tem os lancamentos    |
      *>  do ano marcados nos dias da turma dele (inativo e transferido         |
      *>  tambem contam - a aula foi dada enquanto estavam na turma)            |
      *>________________________________________________________________________|
       conta-dias-lancados section.

           if ws-fs-arqFrequencia = 35 then
               go to conta-dias-lancados-exit
           end-if

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
                       if fd-turma = spaces then
                           add 1 to ws-qtd-sem-turma
                       else
                           move fd-turma to ws-busca-turma
                           perform localiza-turma
                           if tdl-achado
                               perform marca-dias-aluno
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       conta-dias-lancados-exit.
           exit.

      *>________________________________________________________________________
      *>  Marca na turma (tdl-idx) os dias do ano com lancamento do aluno       |
      *>________________________________________________________________________|
       marca-dias-aluno section.

           move "N"         to ws-fim-freq-det
           move fd-cod      to freq-cod
           move ws-ano-rel  to freq-data
           start arqFrequencia key is >= freq-chave
           if  ws-fs-arqFrequencia <> 00
               if ws-fs-arqFrequencia = 23 then
                   set fim-freq-det to true
               else
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-freq-det
               read arqFrequencia next
               if  ws-fs-arqFrequencia = 10
               or  ws-fs-arqFrequencia = 23 then
                   set fim-freq-det to true
               else
                   if ws-fs-arqFrequencia <> 00 then
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if freq-cod <> fd-cod
                       or freq-data (1:4) <> ws-ano-rel then
                           set fim-freq-det to true
                       else
                           move freq-data to ws-data-calc-x
                           perform calcula-dia-ano
                           if ws-dia-ano = zero then
                               add 1 to ws-tdl-fora-cal (tdl-idx)
                           else
                               perform marca-um-dia
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       marca-dias-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Marca o dia ws-dia-ano na turma - dia que nao e letivo no calendario  |
      *>  conta como lancamento fora do calendario                              |
      *>________________________________________________________________________|
       marca-um-dia section.

           if  ws-cal-tipo-dia (ws-dia-ano) <> "L"
           and ws-cal-tipo-dia (ws-dia-ano) <> "S" then
               add 1 to ws-tdl-fora-cal (tdl-idx)
               go to marca-um-dia-exit
           end-if

           if ws-tdl-dia-lancado (tdl-idx, ws-dia-ano) = "N" then
               move "S" to ws-tdl-dia-lancado (tdl-idx, ws-dia-ano)
               add 1 to ws-tdl-lancados (tdl-idx)
           end-if
           .
       marca-um-dia-exit.
           exit.

      *>________________________________________________________________________
      *>  Dia do ano (1 a 366) da data em ws-data-calc - zero quando a data    |
      *>  e invalida (nao numerica, mes ou dia fora da faixa)                   |
      *>________________________________________________________________________|
       calcula-dia-ano section.

           move zero to ws-dia-ano

           if ws-data-calc-x is not numeric then
               go to calcula-dia-ano-exit
           end-if
           if ws-calc-mes < 1 or ws-calc-mes > 12
           or ws-calc-dia < 1 or ws-calc-dia > 31 then
               go to calcula-dia-ano-exit
           end-if

           divide ws-calc-ano by 4   giving ws-quociente remainder ws-resto-4
           divide ws-calc-ano by 100 giving ws-quociente remainder ws-resto-100
           divide ws-calc-ano by 400 giving ws-quociente remainder ws-resto-400
           if ws-resto-4 = zero
           and (ws-resto-100 <> zero or ws-resto-400 = zero)
               move "S" to ws-ano-bissexto
           else
               move "N" to ws-ano-bissexto
           end-if

      *>    dia alem do fim do mes (31/04, 30/02...) tambem e data invalida
           evaluate true
               when (ws-calc-mes = 4 or ws-calc-mes = 6
                  or ws-calc-mes = 9 or ws-calc-mes = 11)
                and ws-calc-dia > 30
                   go to calcula-dia-ano-exit
               when ws-calc-mes = 2 and ano-bissexto and ws-calc-dia > 29
                   go to calcula-dia-ano-exit
               when ws-calc-mes = 2 and not ano-bissexto and ws-calc-dia > 28
                   go to calcula-dia-ano-exit
           end-evaluate

           compute ws-dia-ano = ws-dias-antes-mes (ws-calc-mes) + ws-calc-dia
           if ano-bissexto and ws-calc-mes > 2 then
               add 1 to ws-dia-ano
           end-if
           .
       calcula-dia-ano-exit.
           exit.

      *>________________________________________________________________________
      *>  Imprime o relatorio: previstos no calendario e, por turma, dias       |
      *>  lancados, dias previstos ate hoje ainda sem lancamento, lancamentos   |
      *>  fora do calendario e a projecao (lancados + previstos a partir de     |
      *>  amanha) contra a carga minima                                         |
      *>________________________________________________________________________|
       imprime-relatorio section.

           move ws-ano-rel          to wst-ano
           move ws-carga-minima     to wst-minimo
           write dias-linha from ws-linha-titulo

           move ws-qtd-previstos       to wsp-previstos
           move ws-qtd-previstos-hoje  to wsp-previstos-hoje
           if ws-qtd-previstos < ws-carga-minima then
               move "CALENDARIO ABAIXO DO MIN." to wsp-obs
           else
               move spaces                      to wsp-obs
           end-if
           write dias-linha from ws-linha-previstos
           write dias-linha from ws-linha-branco
           write dias-linha from ws-linha-cabecalho

           set tdl-idx to 1
           perform until tdl-idx > ws-tdl-qtd

               move ws-tdl-cod (tdl-idx)       to wsl-turma
               move ws-tdl-serie (tdl-idx)     to wsl-serie
               move ws-tdl-turno (tdl-idx)     to wsl-turno
               move ws-tdl-lancados (tdl-idx)  to wsl-lancados
               move ws-tdl-fora-cal (tdl-idx)  to wsl-fora-cal

               if ws-qtd-previstos-hoje > ws-tdl-lancados (tdl-idx)
                   compute ws-qtd-pendentes = ws-qtd-previstos-hoje
                                            - ws-tdl-lancados (tdl-idx)
               else
                   move zero to ws-qtd-pendentes
               end-if
               move ws-qtd-pendentes to wsl-pendentes

               compute ws-qtd-projetados = ws-tdl-lancados (tdl-idx)
                                         + ws-qtd-previstos
                                         - ws-qtd-previstos-hoje
               move ws-qtd-projetados to wsl-projetados

               evaluate true
                   when ws-qtd-projetados < ws-carga-minima
                       move "NAO ATINGE O MINIMO"   to wsl-obs
                       add 1 to ws-qtd-turmas-abaixo
                   when ws-qtd-pendentes > zero
                       move "DIAS SEM LANCAMENTO"   to wsl-obs
                   when ws-tdl-fora-cal (tdl-idx) > zero
                       move "LANCTO FORA CALENDARIO" to wsl-obs
                   when other
                       move spaces                  to wsl-obs
               end-evaluate

               write dias-linha from ws-linha-detalhe
               if ws-fs-arqRelDiasLetivos <> 00 then
                   move 6                                         to ws-msn-erro-ofsset
                   move ws-fs-arqRelDiasLetivos                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRelDiasLetivos "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               set tdl-idx up by 1
           end-perform

           move ws-qtd-turmas-abaixo  to wsr-qtd-abaixo
           move ws-qtd-sem-turma      to wsr-qtd-sem-turma
           write dias-linha from ws-linha-branco
           write dias-linha from ws-linha-rodape
           .
       imprime-relatorio-exit.
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

           close arqRelDiasLetivos
           close arqCalendario
           close arqCadTurma
           close arqCadAluno
           if ws-fs-arqFrequencia <> 35 then
               close arqFrequencia
           end-if

           display "Relatorio de dias letivos do ano " ws-ano-rel " gerado."
           display "Dias letivos previstos.....: " ws-qtd-previstos
           display "Previstos ate hoje.........: " ws-qtd-previstos-hoje
           display "Turmas abaixo do minimo....: " ws-qtd-turmas-abaixo
           display "Relatorio gerado em DiasLetivos.txt"

           Stop run
           .
       finaliza-exit.
           exit.
