                  record key is tur-cod
                  file status is ws-fs-arqCadTurma.

      *>_______________________________________________________________________________
      *> cadastro de disciplinas (componentes curriculares: Portugues, Matematica,     |
      *> Ciencias...) - o codigo da disciplina compoe a grade e a chave das notas.     |
      *>_______________________________________________________________________________|
                  select arqDisciplina assign to "arqDisciplina.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is dis-cod
                  file status is ws-fs-arqDisciplina.

      *>_______________________________________________________________________________
      *> grade curricular por serie (tur-serie + disciplina) - diz quais disciplinas   |
      *> o aluno de cada serie cursa; o ano so fecha com todas elas apuradas.          |
      *>_______________________________________________________________________________|
                  select arqGrade assign to "arqGradeCurricular.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is grd-chave
                  file status is ws-fs-arqGrade.

      *>_______________________________________________________________________________
      *> notas por disciplina - um registro por aluno + ano + disciplina, com os       |
      *> quatro bimestres, o exame de recuperacao e a situacao propria da disciplina;  |
      *> o fd-notas do cadastro passa a guardar so o consolidado das disciplinas.      |
      *>_______________________________________________________________________________|
                  select arqNotaDisc assign to "arqNotaDisciplina.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is nd-chave
                  file status is ws-fs-arqNotaDisc.

      *>_______________________________________________________________________________
      *> calendario escolar - um registro por data (AAAAMMDD) do ano letivo: dia      |
      *> letivo, feriado, recesso ou sabado letivo. Mantido pelo supervisor; so se     |
      *> lanca frequencia em dia letivo (ou sabado letivo) ja passado.                 |
      *>_______________________________________________________________________________|
                  select arqCalendario assign to "arqCalendario.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cal-data
                  file status is ws-fs-arqCalendario.

      *>_______________________________________________________________________________
      *> ocorrencias da busca ativa de alunos faltosos, abertas e acompanhadas pelo    |
      *> Lista11.BuscaAtiva; aqui so se consulta e se registra o retorno do aluno.     |
      *>_______________________________________________________________________________|
                  select arqOcorrencia assign to "arqOcorrenciaBusca.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is oco-chave
                  file status is ws-fs-arqOcorrencia.

      *>_______________________________________________________________________________
      *> registro complementar do aluno: NIS e marcacao de beneficiario do Bolsa      |
      *> Familia (dados que nao cabem no fd-alunos), e o motivo da baixa frequencia   |
      *> informado por periodo de referencia do Sistema Presenca.                      |
      *>_______________________________________________________________________________|
                  select arqAlunoCompl assign to "arqAlunoComplemento.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cmp-cod
                  file status is ws-fs-arqAlunoCompl.

                  select arqMotivoFreq assign to "arqMotivoBaixaFreq.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is mot-chave
                  file status is ws-fs-arqMotivoFreq.

      *>_______________________________________________________________________________
      *> periodos letivos: abertura e fechamento de cada bimestre (1 a 4) e da        |
      *> recuperacao (R) por ano. Depois do fechamento nao se lanca nota, recuperacao |
      *> nem frequencia do periodo, salvo reabertura pelo supervisor para uma turma   |
      *> ou um aluno (arqReaberturaPeriodo), com justificativa no log.                |
      *>_______________________________________________________________________________|
                  select arqPeriodo assign to "arqPeriodoLetivo.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is per-chave
                  file status is ws-fs-arqPeriodo.

                  select arqReabertura assign to "arqReaberturaPeriodo.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is rea-chave
                  file status is ws-fs-arqReabertura.

      *>_______________________________________________________________________________
      *> conselho de classe: deliberacao do ano por aluno (mantem ou aprova pelo       |
      *> conselho) com justificativa, data e operador - a aprovacao pelo conselho      |
      *> prevalece sobre a apuracao automatica; presentes a reuniao por turma e a      |
      *> ata impressa para assinatura.                                                 |
      *>_______________________________________________________________________________|
                  select arqConselho assign to "arqConselhoClasse.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is con-chave
                  file status is ws-fs-arqConselho.

                  select arqConsPresente assign to "arqConselhoPresentes.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cpr-chave
                  file status is ws-fs-arqConsPresente.

                  select arqAtaConselho assign to "AtaConselho.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqAtaConselho.

      *>_______________________________________________________________________________
      *> documentos emitidos pela escola (declaracoes, guia de transferencia e         |
      *> historico escolar): numero sequencial, tipo, aluno, data, operador e o        |
      *> codigo de autenticacao impresso no papel - a chave alternativa permite        |
      *> confirmar pelo codigo se um documento apresentado foi emitido aqui.           |
      *>_______________________________________________________________________________|
                  select arqDocEmitido assign to "arqDocumentosEmitidos.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is doc-seq
                  alternate record key is doc-autenticacao
                  file status is ws-fs-arqDocEmitido.

      *>_______________________________________________________________________________
      *> controle da numeracao dos documentos emitidos: um unico registro com o        |
      *> ultimo numero atribuido (mesmo esquema do ControleMatricula.dat).             |
      *>_______________________________________________________________________________|
                  select arqControleDoc assign to "ControleDocumentos.dat"
                  organization is relative
                  access mode is random
                  relative key is ws-doc-rel
                  file status is ws-fs-arqControleDoc.

      *>_______________________________________________________________________________
      *> declaracao impressa (matricula, frequencia ou escolaridade) - regerada a      |
      *> cada emissao, com o numero e o codigo de autenticacao do documento.           |
      *>_______________________________________________________________________________|
                  select arqDeclaracao assign to "Declaracao.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqDeclaracao.

      *>_______________________________________________________________________________
      *> frequencia diaria dos alunos - um registro por aluno e data, lancado por       |
      *> turma; os contadores consolidados ficam no proprio registro do aluno.          |
               88  fd-status-inativo                value "I".
               88  fd-status-transferido            value "T".

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

       fd arqAlunoCompl.
       01 cmp-registro.
           05  cmp-cod                             pic X(06).
           05  cmp-nis                             pic X(11).
           05  cmp-beneficiario                    pic X(01).
               88  cmp-e-beneficiario              value "S".
           05  cmp-data-atualizacao                pic X(08).
           05  cmp-usuario                         pic X(03).

       fd arqMotivoFreq.
       01 mot-registro.
           05  mot-chave.
               10  mot-cod                         pic X(06).
               10  mot-ano                         pic X(04).
               10  mot-periodo                     pic X(01).
           05  mot-motivo                          pic X(02).
           05  mot-data                            pic X(08).
           05  mot-usuario                         pic X(03).

       fd arqPeriodo.
       01 per-registro.
           05  per-chave.
               10  per-ano                         pic X(04).
               10  per-periodo                     pic X(01).
                   88  per-bimestre                value "1" thru "4".
                   88  per-recuperacao             value "R".
           05  per-data-abertura                   pic X(08).
           05  per-data-fechamento                 pic X(08).
           05  per-usuario                         pic X(03).

       fd arqReabertura.
       01 rea-registro.
           05  rea-chave.
               10  rea-ano                         pic X(04).
               10  rea-periodo                     pic X(01).
               10  rea-tipo                        pic X(01).
                   88  rea-por-turma               value "T".
                   88  rea-por-aluno               value "A".
               10  rea-alvo                        pic X(06).
           05  rea-situacao                        pic X(01).
               88  rea-reaberto                    value "A".
               88  rea-refechado                   value "F".
           05  rea-data-reabertura                 pic X(08).
           05  rea-usuario                         pic X(03).
           05  rea-justificativa                   pic X(60).
           05  rea-data-refechamento               pic X(08).
           05  rea-usuario-refech                  pic X(03).

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

       fd arqConsPresente.
       01 cpr-registro.
           05  cpr-chave.
               10  cpr-ano                         pic X(04).
               10  cpr-turma                       pic X(03).
               10  cpr-seq                         pic 9(02).
           05  cpr-nome                            pic X(30).
           05  cpr-funcao                          pic X(20).

       fd arqAtaConselho.
       01 ata-linha                                pic X(90).

       fd arqDocEmitido.
       01 doc-registro.
           05  doc-seq                             pic 9(08).
           05  doc-autenticacao                    pic X(14).
           05  doc-tipo                            pic X(02).
               88  doc-declaracao-matricula        value "DM".
               88  doc-declaracao-frequencia       value "DF".
               88  doc-declaracao-escolaridade     value "DE".
               88  doc-guia-transferencia          value "GT".
               88  doc-historico-escolar           value "HE".
           05  doc-cod                             pic X(06).
           05  doc-aluno                           pic X(25).
           05  doc-data                            pic X(08).
           05  doc-hora                            pic X(08).
           05  doc-usuario                         pic X(03).

       fd arqControleDoc.
       01 docctl-registro.
           05  docctl-ultimo                       pic 9(08).

       fd arqDeclaracao.
       01 decl-linha                               pic X(90).

       fd arqCadTurma.
       01 fd-turmas.
           05  tur-cod                             pic X(03).
           05  tur-professor                       pic X(25).
           05  tur-capacidade                      pic 9(03).

       fd arqDisciplina.
       01 dis-registro.
           05  dis-cod                             pic X(03).
           05  dis-nome                            pic X(25).

       fd arqGrade.
       01 grd-registro.
           05  grd-chave.
               10  grd-serie                       pic X(10).
               10  grd-disc                        pic X(03).

       fd arqNotaDisc.
       01 nd-registro.
           05  nd-chave.
               10  nd-cod                          pic X(06).
               10  nd-ano                          pic X(04).
               10  nd-disc                         pic X(03).
           05  nd-turma                            pic X(03).
           05  nd-bimestres.
               10  nd-bimestre occurs 4 times.
                   15  nd-nota                     pic 9(02)v99.
                   15  nd-lancado                  pic X(01).
                       88  nd-nota-lancada         value "S".
           05  nd-media                            pic 9(02)v99.
           05  nd-nota-recup                       pic 9(02)v99.
           05  nd-media-final                      pic 9(02)v99.
           05  nd-situacao                         pic X(11).

       fd arqFrequencia.
       01 freq-registro.
           05  freq-chave.
           05  log-operacao                        pic X(10).
           05  log-cod                             pic X(06).
           05  log-usuario                         pic X(03).
           05  log-complemento                     pic X(70).

       fd arqLogConsol.
       01 lgc-registro.

       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqDisciplina                      pic 9(02).
       77 ws-fs-arqGrade                           pic 9(02).
       77 ws-fs-arqNotaDisc                        pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqCalendario                      pic 9(02).
       77 ws-fs-arqOcorrencia                      pic 9(02).
       77 ws-fs-arqAlunoCompl                      pic 9(02).
       77 ws-fs-arqMotivoFreq                      pic 9(02).
       77 ws-fs-arqPeriodo                         pic 9(02).
       77 ws-fs-arqReabertura                      pic 9(02).
       77 ws-fs-arqConselho                        pic 9(02).
       77 ws-fs-arqConsPresente                    pic 9(02).
       77 ws-fs-arqAtaConselho                     pic 9(02).
       77 ws-fs-arqDocEmitido                      pic 9(02).
       77 ws-fs-arqControleDoc                     pic 9(02).
       77 ws-doc-rel                               pic 9(04) comp value 1.
       77 ws-fs-arqDeclaracao                      pic 9(02).
       77 ws-fs-arqHistAluno                       pic 9(02).
       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqListaEspera                     pic 9(02).
          05 ws-log-data                           pic X(08).
          05 ws-log-hora                           pic X(08).
          05 ws-log-operacao                       pic X(10).
       77 ws-log-cod-alvo                          pic X(06).
       77 ws-log-complemento                       pic X(70).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       01 ws-turma-valida                          pic X(01).
           88  turma-valida                        value "S".

      *>____________________________________________________________________
      *> calendario escolar: data em critica (visao numerica AAAAMMDD),     |
      *> dia da semana apurado pela congruencia de Zeller (0=sabado,        |
      *> 1=domingo, 2..6=segunda a sexta) e periodo em manutencao.          |
      *>____________________________________________________________________|
       01 ws-data-calc.
           05  ws-calc-ano                         pic 9(04).
           05  ws-calc-mes                         pic 9(02).
           05  ws-calc-dia                         pic 9(02).
       01 ws-data-calc-r redefines ws-data-calc.
           05  ws-data-calc-x                      pic X(08).
       77 ws-data-hoje                             pic X(08).
       77 ws-data-ini                              pic X(08).
       77 ws-data-fim                              pic X(08).
       77 ws-dias-mes                              pic 9(02) value zero.
       77 ws-resto-4                               pic 9(04) value zero.
       77 ws-resto-100                             pic 9(04) value zero.
       77 ws-resto-400                             pic 9(04) value zero.
       77 ws-quociente                             pic 9(06) value zero.
       77 ws-zel-mes                               pic 9(02) value zero.
       77 ws-zel-ano                               pic 9(04) value zero.
       77 ws-zel-seculo                            pic 9(02) value zero.
       77 ws-zel-ano-sec                           pic 9(02) value zero.
       77 ws-zel-termo                             pic 9(04) value zero.
       77 ws-zel-soma                              pic 9(06) value zero.
       01 ws-dia-semana                            pic 9(01) value zero.
           88  dia-sabado                          value 0.
           88  dia-domingo                         value 1.
           88  dia-util                            value 2 thru 6.
       01 ws-data-ok                               pic X(01).
           88  data-ok                             value "S".
       01 ws-data-letiva                           pic X(01).
           88  data-letiva                         value "S".
       77 ws-motivo-data                           pic X(45).
       77 ws-cal-tipo-lanc                         pic X(01).
       77 ws-cal-descr-lanc                        pic X(30).
       77 ws-cal-mes-busca                         pic X(06).
       77 ws-qtd-cal-gravados                      pic 9(04) comp value zero.
       77 ws-qtd-cal-ignorados                     pic 9(04) comp value zero.
       77 ws-qtd-cal-letivos                       pic 9(04) comp value zero.
       77 ws-qtd-cal-feriados                      pic 9(04) comp value zero.
       77 ws-qtd-cal-recessos                      pic 9(04) comp value zero.
       77 ws-carga-minima                          pic 9(03) value 200.
       01 ws-fim-calendario                        pic X(01).
           88  fim-calendario                      value "S".

      *>____________________________________________________________________
      *> busca ativa: ocorrencias do aluno e a que ainda esta em andamento  |
      *>____________________________________________________________________|
       01 ws-fim-ocorrencia                        pic X(01).
           88  fim-ocorrencia                      value "S".
       77 ws-qtd-ocorrencias                       pic 9(03) value zero.
       77 ws-oco-chave-pendente                    pic X(14).
       77 ws-oco-descricao                         pic X(20).
       77 ws-perc-oco                              pic ZZ9,99.

      *>____________________________________________________________________
      *> Bolsa Familia: NIS, periodo de referencia do Sistema Presenca      |
      *> (1=fev/mar 2=abr/mai 3=jun/jul 4=ago/set 5=out/nov) e a tabela     |
      *> dos motivos de baixa frequencia aceitos.                           |
      *>____________________________________________________________________|
       77 ws-perc-minimo-bf                        pic 9(03)v99 value 75,00.
       77 ws-nis-lanc                              pic X(11).
       01 ws-benef-lanc                            pic X(01).
           88  benef-valido                        value "S" "N".
       01 ws-cmp-existe                            pic X(01).
           88  cmp-existe                          value "S".
       77 ws-ano-ref-bf                            pic X(04).
       01 ws-periodo-ref-bf                        pic X(01).
           88  periodo-bf-valido                   value "1" thru "5".
       77 ws-ind-periodo-bf                        pic 9(01).
       01 ws-tab-periodos-bf.
           05  filler                              pic X(04) value "0203".
           05  filler                              pic X(04) value "0405".
           05  filler                              pic X(04) value "0607".
           05  filler                              pic X(04) value "0809".
           05  filler                              pic X(04) value "1011".
       01 ws-tab-periodos-bf-r redefines ws-tab-periodos-bf.
           05  ws-periodo-bf-meses occurs 5 times.
               10  ws-periodo-bf-mes-ini           pic X(02).
               10  ws-periodo-bf-mes-fim           pic X(02).
       77 ws-freq-per-ini                          pic X(08).
       77 ws-freq-per-fim                          pic X(08).
       77 ws-perc-per                              pic 9(03)v99 value zero.
       77 ws-perc-per-edit                         pic ZZ9,99.
       77 ws-motivo-lanc                           pic X(02).
       77 ws-ind-motivo                            pic 9(02) comp value zero.
       01 ws-motivo-achado                         pic X(01).
           88  motivo-achado                       value "S".
       77 ws-qtd-motivos                           pic 9(02) comp value 11.
       01 ws-tab-motivos.
           05  filler                              pic X(32)
               value "01DOENCA DO ALUNO".
           05  filler                              pic X(32)
               value "02OBITO NA FAMILIA".
           05  filler                              pic X(32)
               value "03CALAMIDADE/ENCHENTE".
           05  filler                              pic X(32)
               value "04FALTA DE TRANSPORTE ESCOLAR".
           05  filler                              pic X(32)
               value "05VIOLENCIA/DISCRIMINACAO".
           05  filler                              pic X(32)
               value "06TRABALHO INFANTIL".
           05  filler                              pic X(32)
               value "07GRAVIDEZ".
           05  filler                              pic X(32)
               value "08NEGLIGENCIA DOS RESPONSAVEIS".
           05  filler                              pic X(32)
               value "09DESINTERESSE/DESMOTIVACAO".
           05  filler                              pic X(32)
               value "10ABANDONO ESCOLAR".
           05  filler                              pic X(32)
               value "11OUTROS MOTIVOS".
       01 ws-tab-motivos-r redefines ws-tab-motivos.
           05  ws-motivo-ent occurs 11 times.
               10  ws-motivo-cod                   pic X(02).
               10  ws-motivo-descr                 pic X(30).

      *>____________________________________________________________________
      *> periodos letivos: periodo em critica (ano, bimestre 1-4 ou R),     |
      *> aluno e turma do lancamento, e o resultado da trava.               |
      *>____________________________________________________________________|
       77 ws-per-ano-chk                           pic X(04).
       77 ws-per-periodo-chk                       pic X(01).
       77 ws-per-cod-chk                           pic X(06).
       77 ws-per-turma-chk                         pic X(03).
       77 ws-per-data-chk                          pic X(08).
       77 ws-per-hoje                              pic X(08).
       77 ws-ind-per                               pic 9(01).
       01 ws-periodo-liberado                      pic X(01).
           88  periodo-liberado                    value "S".
       77 ws-motivo-periodo                        pic X(50).
       01 ws-periodo-lanc                          pic X(01).
           88  periodo-lanc-valido                 value "1" thru "4" "R".
       01 ws-tipo-reab                             pic X(01).
           88  tipo-reab-valido                    value "T" "A".
       77 ws-alvo-reab                             pic X(06).
       77 ws-justificativa                         pic X(60).
       77 ws-qtd-reabertos                         pic 9(04) value zero.
       01 ws-fim-reabertura                        pic X(01).
           88  fim-reabertura                      value "S".
       01 ws-fim-periodo                           pic X(01).
           88  fim-periodo                         value "S".
       01 ws-per-existe                            pic X(01).
           88  per-existe                          value "S".
       77 ws-per-situacao                          pic X(10).

      *>____________________________________________________________________
      *> conselho de classe: turma em reuniao, situacao apurada sem a       |
      *> deliberacao, deliberacao lancada e linhas da ata.                  |
      *>____________________________________________________________________|
       77 ws-turma-cons                            pic X(03).
       01 ws-ignora-conselho                       pic X(01) value "N".
           88  ignora-conselho                     value "S".
       01 ws-conselho-aprovou                      pic X(01).
           88  conselho-aprovou                    value "S".
       01 ws-con-existe                            pic X(01).
           88  con-existe                          value "S".
       01 ws-elegivel-conselho                     pic X(01).
           88  elegivel-conselho                   value "S".
       01 ws-deliberacao                           pic X(01).
           88  deliberacao-valida                  value "M" "A".
       77 ws-situacao-apurada                      pic X(11).
       77 ws-deliberacao-descr                     pic X(22).
       77 ws-media-cons                            pic 9(02)v99 value zero.
       77 ws-freq-cons                             pic ZZ9,99.
       77 ws-qtd-elegiveis                         pic 9(04) value zero.
       77 ws-cpr-seq                               pic 9(02) value zero.
       77 ws-ind-presente                          pic 9(03) value zero.
       77 ws-cpr-nome                              pic X(30).
       77 ws-cpr-funcao                            pic X(20).
       01 ws-fim-presente                          pic X(01).
           88  fim-presente                        value "S".

       01 ws-ata-titulo.
           05  filler                              pic X(90) value
               "               A T A   D O   C O N S E L H O   D E   C L A S S E".
       01 ws-ata-turma.
           05  filler                              pic X(07) value "TURMA: ".
           05  wat-turma                           pic X(03).
           05  filler                              pic X(09) value "  SERIE: ".
           05  wat-serie                           pic X(10).
           05  filler                              pic X(09) value "  TURNO: ".
           05  wat-turno                           pic X(01).
           05  filler                              pic X(15) value "  ANO LETIVO: ".
           05  wat-ano                             pic X(04).
       01 ws-ata-data.
           05  filler                              pic X(22)
               value "REUNIAO REALIZADA EM: ".
           05  wat-data                            pic X(10).
       01 ws-ata-texto1.
           05  filler                              pic X(90) value
               "Reuniu-se o conselho de classe para deliberar sobre os alunos em RECUPERACAO,".
       01 ws-ata-texto2.
           05  filler                              pic X(90) value
               "REPROVADO e REP.FALTA da turma, com as deliberacoes abaixo:".
       01 ws-ata-cabecalho.
           05  filler                              pic X(90) value
               "COD     ALUNO                     MEDIA  FREQ%  APURADA     DELIBERACAO".
       01 ws-ata-aluno.
           05  wat-cod                             pic X(06).
           05  filler                              pic X(02) value spaces.
           05  wat-aluno                           pic X(25).
           05  filler                              pic X(01) value spaces.
           05  wat-media                           pic Z9,99.
           05  filler                              pic X(01) value spaces.
           05  wat-freq                            pic ZZ9,99.
           05  filler                              pic X(01) value spaces.
           05  wat-apurada                         pic X(11).
           05  filler                              pic X(01) value spaces.
           05  wat-deliberacao                     pic X(22).
       01 ws-ata-justificativa.
           05  filler                              pic X(08) value spaces.
           05  filler                              pic X(15) value "JUSTIFICATIVA: ".
           05  wat-justificativa                   pic X(60).
       01 ws-ata-sem-aluno.
           05  filler                              pic X(90) value
               "Nenhum aluno da turma submetido ao conselho.".
       01 ws-ata-presentes.
           05  filler                              pic X(90) value
               "PRESENTES:".
       01 ws-ata-presente.
           05  wat-pres-nome                       pic X(30).
           05  filler                              pic X(01) value spaces.
           05  wat-pres-funcao                     pic X(20).
           05  filler                              pic X(02) value spaces.
           05  filler                              pic X(30)
               value "______________________________".

      *>____________________________________________________________________
      *> documento emitido em curso: tipo, aluno, numero e codigo de        |
      *> autenticacao (calculado do numero, data e hora da emissao; se      |
      *> colidir com um ja gravado, recalcula com outra semente).           |
      *>____________________________________________________________________|
       77 ws-doc-tipo                              pic X(02).
       77 ws-doc-cod                               pic X(06).
       77 ws-doc-aluno                             pic X(25).
       01 ws-doc-gravado                           pic X(01).
           88  doc-gravado                         value "S".
       77 ws-aut-tentativa                         pic 9(02) value zero.
       77 ws-aut-data                              pic 9(08) value zero.
       77 ws-aut-hora                              pic 9(08) value zero.
       77 ws-aut-base                              pic 9(15) value zero.
       77 ws-aut-quociente                         pic 9(15) value zero.
       01 ws-aut-numero.
           05  ws-aut-resto                        pic 9(09).
           05  ws-aut-dv                           pic 9(03).
       01 ws-aut-digitos redefines ws-aut-numero   pic X(12).
       01 ws-decl-autenticacao.
           05  filler                              pic X(13)
               value "DOCUMENTO N. ".
           05  wdc-seq                             pic 9(08).
           05  filler                              pic X(28)
               value " - CODIGO DE AUTENTICACAO: ".
           05  wdc-autenticacao                    pic X(14).
       01 ws-decl-confere.
           05  filler                              pic X(90) value
               "A autenticidade deste documento pode ser confirmada na secretaria pelo codigo acima.".
       77 ws-aut-consulta                          pic X(14).
       77 ws-doc-tipo-descr                        pic X(30).
       01 ws-decl-titulo-matr.
           05  filler                              pic X(90) value
               "            D E C L A R A C A O   D E   M A T R I C U L A".
       01 ws-decl-titulo-freq.
           05  filler                              pic X(90) value
               "          D E C L A R A C A O   D E   F R E Q U E N C I A".
       01 ws-decl-titulo-esco.
           05  filler                              pic X(90) value
               "        D E C L A R A C A O   D E   E S C O L A R I D A D E".
       01 ws-decl-emissao.
           05  filler                              pic X(12)
               value "EMITIDA EM: ".
           05  wdc-data-emissao                    pic X(10).
       01 ws-decl-abertura.
           05  filler                              pic X(90) value
               "Declaramos, para os devidos fins, que o(a) aluno(a) abaixo identificado(a)".
       77 ws-decl-texto                            pic X(90).

      *>____________________________________________________________________
      *> notas por disciplina: lancamento de uma nota (disciplina da grade, |
      *> bimestre e nota) e consolidacao das disciplinas da grade da serie  |
      *> do aluno - o ano so fecha APROVADO com todas elas aprovadas.       |
      *>____________________________________________________________________|
       77 ws-nota-maxima                           pic 9(02)v99 value 10,00.
       77 ws-serie-aluno                           pic X(10).
       77 ws-disc-lanc                             pic X(03).
       77 ws-bimestre-lanc                         pic 9(01).
       77 ws-nota-lanc                             pic 9(02)v99.
       77 ws-ind-bim                               pic 9(04) comp value zero.
       01 ws-nd-existe                             pic X(01).
           88  nd-existe                           value "S".
       01 ws-fim-grade                             pic X(01).
           88  fim-grade                           value "S".
       77 ws-qtd-disc-grade                        pic 9(03) value zero.
       77 ws-qtd-disc-cursando                     pic 9(03) value zero.
       77 ws-qtd-disc-recup                        pic 9(03) value zero.
       77 ws-qtd-disc-reprov                       pic 9(03) value zero.
       77 ws-qtd-disc-notas                        pic 9(03) value zero.
       77 ws-qtd-notas-disc                        pic 9(01) value zero.
       77 ws-soma-notas-disc                       pic 9(03)v99 value zero.
       77 ws-soma-medias                           pic 9(05)v99 value zero.
       77 ws-soma-finais                           pic 9(05)v99 value zero.
       01 ws-tab-bimestres.
           05  ws-bim-acum occurs 4 times.
               10  ws-bim-soma                     pic 9(05)v99.
               10  ws-bim-qtd                      pic 9(03).
       77 ws-media-bim                             pic 9(02)v99 value zero.
       77 ws-nota-edit                             pic Z9,99.

       01 ws-linha-disc-titulo.
           05  filler                              pic X(90) value
               "DIS DISCIPLINA             1.BIM 2.BIM 3.BIM 4.BIM  MEDIA EXAME  FINAL SITUACAO".
       01 ws-linha-disciplina.
           05  wsd-disc                            pic X(03).
           05  filler                              pic X(01) value spaces.
           05  wsd-nome                            pic X(20).
           05  wsd-bimestre occurs 4 times.
               10  filler                          pic X(01) value spaces.
               10  wsd-nota                        pic X(05).
           05  filler                              pic X(02) value spaces.
           05  wsd-media                           pic Z9,99.
           05  filler                              pic X(01) value spaces.
           05  wsd-nota-recup                      pic Z9,99.
           05  filler                              pic X(02) value spaces.
           05  wsd-media-final                     pic Z9,99.
           05  filler                              pic X(01) value spaces.
           05  wsd-situacao                        pic X(11).

      *>____________________________________________________________________
      *> operador logado na sessao - preenchido pelo login da inicializa    |
      *> e gravado em cada linha do log de auditoria.                       |
               perform finaliza-anormal
           end-if

           open i-o arqDisciplina
           if ws-fs-arqDisciplina = 35 then
               open output arqDisciplina
               close arqDisciplina
               open i-o arqDisciplina
           end-if
           if  ws-fs-arqDisciplina <> 00
           and ws-fs-arqDisciplina <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplina "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqGrade
           if ws-fs-arqGrade = 35 then
               open output arqGrade
               close arqGrade
               open i-o arqGrade
           end-if
           if  ws-fs-arqGrade <> 00
           and ws-fs-arqGrade <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqGrade                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGrade "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqNotaDisc
           if ws-fs-arqNotaDisc = 35 then
               open output arqNotaDisc
               close arqNotaDisc
               open i-o arqNotaDisc
           end-if
           if  ws-fs-arqNotaDisc <> 00
           and ws-fs-arqNotaDisc <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisc "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqCalendario
           if ws-fs-arqCalendario = 35 then
               open output arqCalendario
               close arqCalendario
               open i-o arqCalendario
           end-if
           if  ws-fs-arqCalendario <> 00
           and ws-fs-arqCalendario <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalendario "  to ws-msn-erro-text
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
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAlunoCompl
           if ws-fs-arqAlunoCompl = 35 then
               open output arqAlunoCompl
               close arqAlunoCompl
               open i-o arqAlunoCompl
           end-if
           if  ws-fs-arqAlunoCompl <> 00
           and ws-fs-arqAlunoCompl <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunoCompl                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunoCompl "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMotivoFreq
           if ws-fs-arqMotivoFreq = 35 then
               open output arqMotivoFreq
               close arqMotivoFreq
               open i-o arqMotivoFreq
           end-if
           if  ws-fs-arqMotivoFreq <> 00
           and ws-fs-arqMotivoFreq <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqMotivoFreq                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMotivoFreq "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqPeriodo
           if ws-fs-arqPeriodo = 35 then
               open output arqPeriodo
               close arqPeriodo
               open i-o arqPeriodo
           end-if
           if  ws-fs-arqPeriodo <> 00
           and ws-fs-arqPeriodo <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPeriodo "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqReabertura
           if ws-fs-arqReabertura = 35 then
               open output arqReabertura
               close arqReabertura
               open i-o arqReabertura
           end-if
           if  ws-fs-arqReabertura <> 00
           and ws-fs-arqReabertura <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqReabertura                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqReabertura "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqConselho
           if ws-fs-arqConselho = 35 then
               open output arqConselho
               close arqConselho
               open i-o arqConselho
           end-if
           if  ws-fs-arqConselho <> 00
           and ws-fs-arqConselho <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqConselho                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConselho "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqConsPresente
           if ws-fs-arqConsPresente = 35 then
               open output arqConsPresente
               close arqConsPresente
               open i-o arqConsPresente
           end-if
           if  ws-fs-arqConsPresente <> 00
           and ws-fs-arqConsPresente <> 05 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqConsPresente                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConsPresente " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDocEmitido
           if ws-fs-arqDocEmitido = 35 then
               open output arqDocEmitido
               close arqDocEmitido
               open i-o arqDocEmitido
           end-if
           if  ws-fs-arqDocEmitido <> 00
           and ws-fs-arqDocEmitido <> 05 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocEmitido                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDocEmitido "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqControleDoc
           if ws-fs-arqControleDoc = 35 then
               open output arqControleDoc
               close arqControleDoc
               open i-o arqControleDoc
           end-if
           if ws-fs-arqControleDoc <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqControleDoc                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqControleDoc " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqFrequencia
           if ws-fs-arqFrequencia  <> 00
           and ws-fs-arqFrequencia <> 05 then
               display "Digite '17' para transferir aluno (guia)"
               display "Digite '18' para estornar lancamento de frequencia"
               display "Digite '19' para ficha de auditoria do aluno"
               display "Digite '20' para disciplinas e grade curricular"
               display "Digite '21' para calendario escolar"
               display "Digite '22' para busca ativa (ocorrencias de faltas)"
               display "Digite '23' para Bolsa Familia (NIS / motivo de baixa frequencia)"
               display "Digite '24' para periodos letivos (fechamento de bimestre)"
               display "Digite '25' para conselho de classe"
               display "Digite '26' para declaracoes e autenticidade de documentos"
               accept ws-menu

               evaluate  ws-menu
                   when = '19'
                       perform ficha-auditoria

                   when = '20'
                       perform manter-disciplinas

                   when = '21'
                       perform manter-calendario

                   when = '22'
                       perform consulta-busca-ativa

                   when = '23'
                       perform manter-bolsa-familia

                   when = '24'
                       perform manter-periodos

                   when = '25'
                       perform conselho-classe

                   when = '26'
                       perform declaracoes

                   when other
                       display "Opcao invalida***"
               end-evaluate
      *>________________________________________________________________________|
       cadastrar-notas section.

           move spaces to ws-sair
           perform until ws-sair = "V"
                      or ws-sair = "v"
      *> ______________ menu para cadastrar as notas ______
           display "Informe o cod. do aluno : "
           accept fd-cod

           *> _____read ler as variavies de arquivo
           read arqCadAluno
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   display "Cod. Aluno Inexistente!"
               else
                   move 2                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "      to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           else
               if not fd-status-ativo then
                   display "Somente aluno ativo recebe notas! Status: "
                           fd-status
               else
                   display "Aluno                   : " fd-aluno
                   perform lanca-nota-disciplina
               end-if
           end-if

           display "  "
           display "Deseja cadastrar mais notas? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .

       cadastrar-notas-exit.
           exit.

      *>________________________________________________________________________
      *>  Lanca a nota de um bimestre numa disciplina da grade da serie do      |
      *>  aluno (registro em fd-alunos): grava o registro da disciplina com a   |
      *>  situacao propria dela e reapura o consolidado do aluno no cadastro    |
      *>________________________________________________________________________|
       lanca-nota-disciplina section.

           perform busca-serie-aluno
           if ws-serie-aluno = spaces then
               display "Aluno sem turma - vincule-o a uma turma antes!"
               go to lanca-nota-disciplina-exit
           end-if

           display "Disciplina (codigo)     : "
           accept ws-disc-lanc

           move ws-serie-aluno to grd-serie
           move ws-disc-lanc   to grd-disc
           read arqGrade
           if ws-fs-arqGrade <> 00 then
               if ws-fs-arqGrade = 23 then
                   display "Disciplina fora da grade da serie " ws-serie-aluno
                   display "Cadastre a grade na opcao 20."
               else
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade "       to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to lanca-nota-disciplina-exit
           end-if

           move ws-disc-lanc to dis-cod
           read arqDisciplina
           if ws-fs-arqDisciplina = 00 then
               display "Disciplina              : " dis-nome
           end-if

           display "Bimestre (1 a 4)        : "
           accept ws-bimestre-lanc
           if ws-bimestre-lanc < 1 or ws-bimestre-lanc > 4 then
               display "Bimestre invalido!"
               go to lanca-nota-disciplina-exit
           end-if

      *>    bimestre fechado nao recebe nota (salvo reabertura)
           accept ws-data-ano from date yyyymmdd
           move ws-ano-corrente  to ws-per-ano-chk
           move ws-bimestre-lanc to ws-per-periodo-chk
           move fd-cod           to ws-per-cod-chk
           move fd-turma         to ws-per-turma-chk
           perform verifica-periodo-aberto
           if not periodo-liberado then
               display "Lancamento recusado: " ws-motivo-periodo
               go to lanca-nota-disciplina-exit
           end-if

           display "Nota do bimestre        : "
           accept ws-nota-lanc
           if ws-nota-lanc > ws-nota-maxima then
               display "Nota fora da faixa 0 a 10!"
               go to lanca-nota-disciplina-exit
           end-if

           perform le-nota-disciplina
           if ws-fs-arqNotaDisc <> 00 and ws-fs-arqNotaDisc <> 23 then
               go to lanca-nota-disciplina-exit
           end-if

           move ws-nota-lanc  to nd-nota (ws-bimestre-lanc)
           move "S"           to nd-lancado (ws-bimestre-lanc)

      *> _____nota nova zera um exame de recuperacao anterior da disciplina
           move zero to nd-nota-recup
           move zero to nd-media-final

           perform apura-situacao-disciplina
           perform grava-nota-disciplina
           if ws-fs-arqNotaDisc <> 00 then
               go to lanca-nota-disciplina-exit
           end-if

           display "Media da disciplina     : " nd-media
           display "Situacao na disciplina  : " nd-situacao

           perform apura-situacao-aluno
           move fd-situacao  to   ws-situacao
           rewrite fd-alunos
           if ws-fs-arqCadAluno <> 00 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                        to ws-msn-erro-cod
               move "Erro ao gravar notas arq. arqAlunos "   to ws-msn-erro-text
               perform trata-erro-operacao
           else
               display "Situacao no ano         : " ws-situacao
               move "NOTAS "     to ws-log-operacao
               perform grava-log
               perform grava-historico-ano
           end-if
           .
       lanca-nota-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Serie do aluno em fd-alunos (tur-serie da turma dele) - brancos       |
      *>  quando o aluno esta sem turma ou a turma saiu do cadastro             |
      *>________________________________________________________________________|
       busca-serie-aluno section.

           move spaces to ws-serie-aluno
           if fd-turma = spaces then
               go to busca-serie-aluno-exit
           end-if

           move fd-turma to tur-cod
           read arqCadTurma
           if ws-fs-arqCadTurma = 00 then
               move tur-serie to ws-serie-aluno
           end-if
           .
       busca-serie-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Le o registro de notas do aluno de fd-alunos no ano corrente na       |
      *>  disciplina ws-disc-lanc; sem registro ainda, prepara um zerado        |
      *>________________________________________________________________________|
       le-nota-disciplina section.

           accept ws-data-ano from date yyyymmdd

           move fd-cod           to nd-cod
           move ws-ano-corrente  to nd-ano
           move ws-disc-lanc     to nd-disc
           read arqNotaDisc
           if ws-fs-arqNotaDisc = 00 then
               move "S" to ws-nd-existe
           else
               move "N" to ws-nd-existe
               if ws-fs-arqNotaDisc = 23 then
                   move zero    to nd-media nd-nota-recup nd-media-final
                   move spaces  to nd-situacao
                   move 1 to ws-ind-bim
                   perform until ws-ind-bim > 4
                       move zero    to nd-nota (ws-ind-bim)
                       move spaces  to nd-lancado (ws-ind-bim)
                       add 1 to ws-ind-bim
                   end-perform
               else
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisc                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaDisc "    to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           end-if

           move fd-turma to nd-turma
           .
       le-nota-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava (ou regrava) o registro de notas da disciplina em nd-registro   |
      *>________________________________________________________________________|
       grava-nota-disciplina section.

           if nd-existe then
               rewrite nd-registro
           else
               write nd-registro
           end-if
           if ws-fs-arqNotaDisc <> 00 then
               move 22                                   to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotaDisc "   to ws-msn-erro-text
               perform trata-erro-operacao
           else
               move "S" to ws-nd-existe
           end-if
           .
       grava-nota-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Situacao de uma disciplina (nd-registro): a media e a dos bimestres   |
      *>  ja lancados; enquanto faltar bimestre a disciplina esta CURSANDO;     |
      *>  com o exame fechado vale a media final; depois as faixas de media     |
      *>________________________________________________________________________|
       apura-situacao-disciplina section.

           move zero to ws-qtd-notas-disc
           move zero to ws-soma-notas-disc
           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               if nd-nota-lancada (ws-ind-bim)
                   add 1                     to ws-qtd-notas-disc
                   add nd-nota (ws-ind-bim)  to ws-soma-notas-disc
               end-if
               add 1 to ws-ind-bim
           end-perform

           if ws-qtd-notas-disc > zero
               compute nd-media rounded =
                       ws-soma-notas-disc / ws-qtd-notas-disc
           else
               move zero to nd-media
           end-if

           evaluate true
               when ws-qtd-notas-disc < 4
                   move "CURSANDO"    to nd-situacao
               when nd-media-final > zero
                and nd-media-final >= ws-media-corte
                   move "APROVADO "   to nd-situacao
               when nd-media-final > zero
                   move "REPROVADO"   to nd-situacao
               when nd-media >= ws-media-corte
                   move "APROVADO "   to nd-situacao
               when nd-media >= ws-media-recuperacao
                   move "RECUPERACAO" to nd-situacao
               when other
                   move "REPROVADO"   to nd-situacao
           end-evaluate
           .
       apura-situacao-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Consultar cadastro indexado                                           |
      *>________________________________________________________________________|
       consulta-indexada section.


      *> ____________________ Ler os dados do arquivo
               display "informe o codigo do aluno: "
               accept fd-cod

               read arqCadAluno
               if  ws-fs-arqCadAluno <> 00
                   if ws-fs-arqCadAluno = 23 then
                       display "Codigo informado invalido!"
                   else
                       move 3                                       to ws-msn-erro-ofsset
                   display "Media Final: " ws-media-final
                   display "Situacao   : " ws-situacao
                   perform mostra-frequencia
                   perform mostra-notas-disciplinas

                   if fd-status-inativo then
                       display "**** CADASTRO INATIVO (excluido) ****"
                       display "Media Final: " ws-media-final
                       display "Situacao   : " ws-situacao
                       perform mostra-frequencia
                       perform mostra-notas-disciplinas

                       if fd-status-inativo then
                           display "**** CADASTRO INATIVO (excluido) ****"
                   display "Media Final: " ws-media-final
                   display "Situacao   : " ws-situacao
                   perform mostra-frequencia
                   perform mostra-notas-disciplinas

                   if fd-status-inativo then
                       display "**** CADASTRO INATIVO (excluido) ****"
           exit.

      *>________________________________________________________________________
      *>  Lancamento da nota do exame de recuperacao - por disciplina, so nas   |
      *>  disciplinas que a media anual deixou na faixa de RECUPERACAO (serie   |
      *>  sem grade cadastrada segue pela media unica do aluno); a situacao     |
      *>  definitiva e apurada depois pelo batch Lista11.ResultadoFinal         |
      *>________________________________________________________________________|
       lancar-recuperacao section.

                   if fd-status-inativo then
                       display "Aluno inativo - reative o cadastro antes!"
                   else
                       accept ws-data-ano from date yyyymmdd
                       move ws-ano-corrente  to ws-per-ano-chk
                       move "R"              to ws-per-periodo-chk
                       move fd-cod           to ws-per-cod-chk
                       move fd-turma         to ws-per-turma-chk
                       perform verifica-periodo-aberto
                       if not periodo-liberado then
                           display "Lancamento recusado: " ws-motivo-periodo
                       else
                           perform consolida-disciplinas
                           if ws-qtd-disc-grade > zero then
                               display "Aluno                   : " fd-aluno
                               perform lanca-recup-disciplina
                           else
                               if fd-situacao <> "RECUPERACAO" then
                                   display "Aluno nao esta em recuperacao! Situacao: "
                                           fd-situacao
                               else
                                   display "Aluno                   : " fd-aluno
                                   display "Media anual             : " fd-media
                                   display "Informe a nota do exame : "
                                   accept fd-nota-recup

                                   rewrite fd-alunos
                                   if ws-fs-arqCadAluno <> 00 then
                                       move 12                                       to ws-msn-erro-ofsset
                                       move ws-fs-arqCadAluno                        to ws-msn-erro-cod
                                       move "Erro ao gravar recup. arq. arqAlunos "  to ws-msn-erro-text
                                       perform trata-erro-operacao
                                   else
                                       display "Nota de recuperacao registrada!"
                                       move "RECUPER.  " to ws-log-operacao
                                       perform grava-log
                                       perform grava-historico-ano
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if

               display "  "
       lancar-recuperacao-exit.
           exit.

      *>________________________________________________________________________
      *>  Nota do exame de recuperacao de uma disciplina da grade do aluno de   |
      *>  fd-alunos - so quando a situacao da disciplina e RECUPERACAO          |
      *>________________________________________________________________________|
       lanca-recup-disciplina section.

           display "Disciplina (codigo)     : "
           accept ws-disc-lanc

           move ws-serie-aluno to grd-serie
           move ws-disc-lanc   to grd-disc
           read arqGrade
           if ws-fs-arqGrade <> 00 then
               if ws-fs-arqGrade = 23 then
                   display "Disciplina fora da grade da serie " ws-serie-aluno
               else
                   move 12                                 to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade "       to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to lanca-recup-disciplina-exit
           end-if

           perform le-nota-disciplina
           if not nd-existe then
               display "Sem notas lancadas nesta disciplina!"
               go to lanca-recup-disciplina-exit
           end-if

           if nd-situacao <> "RECUPERACAO" then
               display "Disciplina nao esta em recuperacao! Situacao: "
                       nd-situacao
               go to lanca-recup-disciplina-exit
           end-if

           display "Media anual disciplina  : " nd-media
           display "Informe a nota do exame : "
           accept ws-nota-lanc
           if ws-nota-lanc > ws-nota-maxima then
               display "Nota fora da faixa 0 a 10!"
               go to lanca-recup-disciplina-exit
           end-if
           move ws-nota-lanc to nd-nota-recup

           perform grava-nota-disciplina
           if ws-fs-arqNotaDisc = 00 then
               display "Nota de recuperacao registrada!"
               move "RECUPER.  " to ws-log-operacao
               perform grava-log
           end-if
           .
       lanca-recup-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Lancamento da frequencia do dia, turma a turma - percorre os alunos   |
      *>  ativos da turma informada, grava um registro por aluno e data em      |
               display "Informe a data da aula (AAAAMMDD): "
               accept ws-data-lanc

      *>        so dia letivo do calendario, ja passado, recebe lancamento
               perform valida-data-letiva
               if not data-letiva then
                   display "Data recusada: " ws-motivo-data
               else
                   move ws-data-lanc to ws-per-data-chk
                   perform localiza-periodo-data
                   move zero to ws-qtd-lancados

                   move low-values to fd-cod
                   start arqCadAluno key is >= fd-cod
                   if  ws-fs-arqCadAluno <> 00
                   and ws-fs-arqCadAluno <> 23 then
                       move 13                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                       perform trata-erro-operacao
                   else
                       perform until ws-fs-arqCadAluno = 10
                                  or ws-fs-arqCadAluno = 23
                           read arqCadAluno next
                           if ws-fs-arqCadAluno = 00
                               if  fd-status-ativo
                               and fd-turma = ws-turma-lanc then
                                   perform lanca-presenca-aluno
                               end-if
                           else
                               if  ws-fs-arqCadAluno <> 10
                               and ws-fs-arqCadAluno <> 23 then
                                   move 13                                  to ws-msn-erro-ofsset
                                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                                   perform trata-erro-operacao
                                   move 10 to ws-fs-arqCadAluno
                               end-if
                           end-if
                       end-perform

                       display "  "
                       display "Frequencia lancada para " ws-qtd-lancados
                               " aluno(s) da turma " ws-turma-lanc
                   end-if
               end-if
           end-if

      *>________________________________________________________________________|
       lanca-presenca-aluno section.

      *>    a data do lancamento ja foi criticada contra o calendario na
      *>    entrada da turma - sem ela nao ha o que gravar
           if not data-letiva then
               go to lanca-presenca-aluno-exit
           end-if

           display "  "
           display fd-cod " - " fd-aluno

      *>    bimestre da data ja fechado: so com reabertura p/ o aluno/turma
           move fd-cod   to ws-per-cod-chk
           move fd-turma to ws-per-turma-chk
           perform verifica-periodo-aberto
           if not periodo-liberado then
               display "Lancamento recusado: " ws-motivo-periodo
               go to lanca-presenca-aluno-exit
           end-if
           move spaces to ws-presenca
           perform until ws-presenca = "P" or ws-presenca = "F"
                      or ws-presenca = "J"
           exit.

      *>________________________________________________________________________
      *>  Calendario escolar (supervisor inclui, marca e exclui; consulta e    |
      *>  contagem dos dias letivos do ano livres a todos os operadores)        |
      *>________________________________________________________________________|
       manter-calendario section.

           move spaces to ws-sair-turma
           perform until ws-sair-turma = "V"
                      or ws-sair-turma = "v"

               display erase
               display "             | _________CALENDARIO ESCOLAR________________|  "
               display "             |                                             |  "
               display "             | ___________________________________________ |  "
               display "Digite '1' para gerar os dias letivos (seg a sex) de um periodo"
               display "Digite '2' para marcar feriado/recesso/sabado letivo/dia letivo"
               display "Digite '3' para excluir uma data do calendario"
               display "Digite '4' para consultar o calendario de um mes"
               display "Digite '5' para contar os dias letivos do ano"
               display "Digite 'V' para voltar ao menu principal"
               accept ws-opcao-turma

               evaluate ws-opcao-turma
                  when '1'
                      if usuario-supervisor
                          perform gera-calendario-periodo
                      else
                          display "Opcao restrita ao supervisor!"
                      end-if

                  when '2'
                      if usuario-supervisor
                          perform marca-calendario-periodo
                      else
                          display "Opcao restrita ao supervisor!"
                      end-if

                  when '3'
                      if usuario-supervisor
                          perform exclui-data-calendario
                      else
                          display "Opcao restrita ao supervisor!"
                      end-if

                  when '4'
                      perform consulta-calendario-mes

                  when '5'
                      perform conta-dias-letivos-ano

                  when 'V'
                      move "V" to ws-sair-turma

                  when 'v'
                      move "V" to ws-sair-turma

                  when other
                      display "Opcao invalida***"
               end-evaluate

           end-perform
           .
       manter-calendario-exit.
           exit.

      *>________________________________________________________________________
      *>  Le e critica o periodo (data inicial e final, mesmo ano) a ser       |
      *>  gerado ou marcado no calendario                                       |
      *>________________________________________________________________________|
       le-periodo-calendario section.

           move "N" to ws-data-ok

           display "Data inicial (AAAAMMDD): "
           accept ws-data-ini
           display "Data final   (AAAAMMDD): "
           accept ws-data-fim

           move ws-data-fim to ws-data-calc-x
           perform valida-data
           if not data-ok then
               display "Data final: " ws-motivo-data
               go to le-periodo-calendario-exit
           end-if

           move ws-data-ini to ws-data-calc-x
           perform valida-data
           if not data-ok then
               display "Data inicial: " ws-motivo-data
               go to le-periodo-calendario-exit
           end-if

           if ws-data-ini > ws-data-fim
           or ws-data-ini (1:4) <> ws-data-fim (1:4) then
               display "Periodo invalido - inicial apos a final ou anos diferentes!"
               move "N" to ws-data-ok
           end-if
           .
       le-periodo-calendario-exit.
           exit.

      *>________________________________________________________________________
      *>  Gera os dias letivos de segunda a sexta do periodo - datas ja         |
      *>  presentes no calendario (feriado, recesso...) sao mantidas            |
      *>________________________________________________________________________|
       gera-calendario-periodo section.

           perform le-periodo-calendario
           if not data-ok then
               go to gera-calendario-periodo-exit
           end-if

           move zero to ws-qtd-cal-gravados
           move zero to ws-qtd-cal-ignorados

           move ws-data-ini to ws-data-calc-x
           perform until ws-data-calc-x > ws-data-fim
               perform dia-da-semana
               if dia-util then
                   move ws-data-calc-x  to cal-data
                   move "L"             to cal-tipo
                   move "DIA LETIVO"    to cal-descricao
                   write cal-registro
                   if ws-fs-arqCalendario = 00 then
                       add 1 to ws-qtd-cal-gravados
                   else
                       if ws-fs-arqCalendario = 22 then
                           add 1 to ws-qtd-cal-ignorados
                       else
                           move 23                                    to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario                   to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqCalendario "  to ws-msn-erro-text
                           perform trata-erro-operacao
                           go to gera-calendario-periodo-exit
                       end-if
                   end-if
               end-if
               perform proxima-data
           end-perform

           display "Dias letivos gerados.........: " ws-qtd-cal-gravados
           display "Datas ja no calendario (mant.): " ws-qtd-cal-ignorados
           .
       gera-calendario-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Marca um periodo com o tipo informado: feriado ('F') e recesso ('R') |
      *>  e dia letivo ('L') valem de segunda a sexta; sabado letivo ('S') so  |
      *>  aos sabados. Domingo nunca entra no calendario.                       |
      *>________________________________________________________________________|
       marca-calendario-periodo section.

           move spaces to ws-cal-tipo-lanc
           perform until ws-cal-tipo-lanc = "L" or ws-cal-tipo-lanc = "F"
                      or ws-cal-tipo-lanc = "R" or ws-cal-tipo-lanc = "S"
               display "Tipo: 'L' letivo, 'F' feriado, 'R' recesso, 'S' sabado letivo: "
               accept ws-cal-tipo-lanc
               if ws-cal-tipo-lanc = "l" then
                   move "L" to ws-cal-tipo-lanc
               end-if
               if ws-cal-tipo-lanc = "f" then
                   move "F" to ws-cal-tipo-lanc
               end-if
               if ws-cal-tipo-lanc = "r" then
                   move "R" to ws-cal-tipo-lanc
               end-if
               if ws-cal-tipo-lanc = "s" then
                   move "S" to ws-cal-tipo-lanc
               end-if
           end-perform

           display "Descricao (ex.: CARNAVAL, RECESSO DE JULHO): "
           accept ws-cal-descr-lanc

           perform le-periodo-calendario
           if not data-ok then
               go to marca-calendario-periodo-exit
           end-if

           move zero to ws-qtd-cal-gravados
           move zero to ws-qtd-cal-ignorados

           move ws-data-ini to ws-data-calc-x
           perform until ws-data-calc-x > ws-data-fim
               perform dia-da-semana
               if (ws-cal-tipo-lanc = "S" and dia-sabado)
               or (ws-cal-tipo-lanc <> "S" and dia-util) then
                   perform grava-data-calendario
                   if ws-fs-arqCalendario <> 00 then
                       go to marca-calendario-periodo-exit
                   end-if
               else
                   add 1 to ws-qtd-cal-ignorados
               end-if
               perform proxima-data
           end-perform

           display "Datas marcadas...............: " ws-qtd-cal-gravados
           display "Datas ignoradas (dia semana).: " ws-qtd-cal-ignorados
           .
       marca-calendario-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava (ou regrava) a data ws-data-calc com o tipo e a descricao       |
      *>________________________________________________________________________|
       grava-data-calendario section.

           move ws-data-calc-x to cal-data
           read arqCalendario
           if  ws-fs-arqCalendario <> 00
           and ws-fs-arqCalendario <> 23 then
               move 23                                  to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
               perform trata-erro-operacao
               go to grava-data-calendario-exit
           end-if

           move ws-cal-tipo-lanc   to cal-tipo
           move ws-cal-descr-lanc  to cal-descricao

           if ws-fs-arqCalendario = 23 then
               move ws-data-calc-x to cal-data
               write cal-registro
           else
               rewrite cal-registro
           end-if

           if ws-fs-arqCalendario <> 00 then
               move 23                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCalendario "  to ws-msn-erro-text
               perform trata-erro-operacao
           else
               add 1 to ws-qtd-cal-gravados
           end-if
           .
       grava-data-calendario-exit.
           exit.

      *>________________________________________________________________________
      *>  Exclui uma data do calendario (passa a nao ser dia de aula)           |
      *>________________________________________________________________________|
       exclui-data-calendario section.

           display "Data a excluir (AAAAMMDD): "
           accept cal-data

           read arqCalendario
           if  ws-fs-arqCalendario <> 00
               if ws-fs-arqCalendario = 23 then
                   display "Data nao consta do calendario!"
               else
                   move 23                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to exclui-data-calendario-exit
           end-if

           display cal-data " " cal-tipo " " cal-descricao
           display "Confirma a exclusao? ('S' para confirmar): "
           accept ws-opcao-campo
           if ws-opcao-campo <> "S" and ws-opcao-campo <> "s" then
               display "Exclusao cancelada."
               go to exclui-data-calendario-exit
           end-if

           delete arqCalendario
           if ws-fs-arqCalendario <> 00 then
               move 23                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                   to ws-msn-erro-cod
               move "Erro ao excluir arq. arqCalendario " to ws-msn-erro-text
               perform trata-erro-operacao
           else
               display "Data excluida do calendario."
           end-if
           .
       exclui-data-calendario-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista na tela as datas do calendario de um mes (AAAAMM)               |
      *>________________________________________________________________________|
       consulta-calendario-mes section.

           display "Mes a consultar (AAAAMM): "
           accept ws-cal-mes-busca

           move ws-cal-mes-busca (1:4) to cal-ano
           move ws-cal-mes-busca (5:2) to cal-mes
           move low-values             to cal-dia
           move "N"                    to ws-fim-calendario
           start arqCalendario key is >= cal-data
           if ws-fs-arqCalendario <> 00 then
               set fim-calendario to true
           end-if

           display "DATA     T DESCRICAO"
           perform until fim-calendario
               read arqCalendario next
               if  ws-fs-arqCalendario <> 00
               or  cal-ano <> ws-cal-mes-busca (1:4)
               or  cal-mes <> ws-cal-mes-busca (5:2) then
                   set fim-calendario to true
               else
                   display cal-data " " cal-tipo " " cal-descricao
               end-if
           end-perform
           .
       consulta-calendario-mes-exit.
           exit.

      *>________________________________________________________________________
      *>  Conta os dias letivos (inclusive sabados letivos), feriados e         |
      *>  recessos de um ano e compara com a carga minima legal                 |
      *>________________________________________________________________________|
       conta-dias-letivos-ano section.

           display "Ano letivo (AAAA): "
           accept ws-ano-busca

           move zero to ws-qtd-cal-letivos
           move zero to ws-qtd-cal-feriados
           move zero to ws-qtd-cal-recessos

           move ws-ano-busca  to cal-ano
           move low-values    to cal-mes cal-dia
           move "N"           to ws-fim-calendario
           start arqCalendario key is >= cal-data
           if ws-fs-arqCalendario <> 00 then
               set fim-calendario to true
           end-if

           perform until fim-calendario
               read arqCalendario next
               if  ws-fs-arqCalendario <> 00
               or  cal-ano <> ws-ano-busca then
                   set fim-calendario to true
               else
                   evaluate true
                       when cal-conta-letivo
                           add 1 to ws-qtd-cal-letivos
                       when cal-feriado
                           add 1 to ws-qtd-cal-feriados
                       when cal-recesso
                           add 1 to ws-qtd-cal-recessos
                   end-evaluate
               end-if
           end-perform

           display "Ano letivo " ws-ano-busca
           display "Dias letivos previstos....: " ws-qtd-cal-letivos
           display "Feriados..................: " ws-qtd-cal-feriados
           display "Dias de recesso...........: " ws-qtd-cal-recessos
           if ws-qtd-cal-letivos < ws-carga-minima then
               display "ATENCAO: calendario abaixo dos " ws-carga-minima
                       " dias letivos minimos!"
           end-if
           .
       conta-dias-letivos-ano-exit.
           exit.

      *>________________________________________________________________________
      *>  Critica de data (ws-data-calc): numerica, mes 01 a 12 e dia dentro   |
      *>  do mes (fevereiro com 29 nos anos bissextos)                          |
      *>________________________________________________________________________|
       valida-data section.

           move "N"    to ws-data-ok
           move spaces to ws-motivo-data

           if ws-data-calc-x is not numeric then
               move "DATA INVALIDA (USE AAAAMMDD)" to ws-motivo-data
               go to valida-data-exit
           end-if

           if ws-calc-mes < 1 or ws-calc-mes > 12
           or ws-calc-dia < 1 or ws-calc-ano < 1900 then
               move "DATA INVALIDA (USE AAAAMMDD)" to ws-motivo-data
               go to valida-data-exit
           end-if

           perform dias-do-mes
           if ws-calc-dia > ws-dias-mes then
               move "DATA INVALIDA (DIA INEXISTENTE NO MES)" to ws-motivo-data
               go to valida-data-exit
           end-if

           move "S" to ws-data-ok
           .
       valida-data-exit.
           exit.

      *>________________________________________________________________________
      *>  Quantidade de dias do mes de ws-data-calc                             |
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
      *>  Dia da semana de ws-data-calc pela congruencia de Zeller - janeiro   |
      *>  e fevereiro contam como meses 13 e 14 do ano anterior                 |
      *>________________________________________________________________________|
       dia-da-semana section.

           move ws-calc-mes to ws-zel-mes
           move ws-calc-ano to ws-zel-ano
           if ws-zel-mes < 3 then
               add 12 to ws-zel-mes
               subtract 1 from ws-zel-ano
           end-if

           divide ws-zel-ano by 100 giving ws-zel-seculo
                                    remainder ws-zel-ano-sec

           compute ws-zel-termo = 13 * (ws-zel-mes + 1)
           divide ws-zel-termo by 5 giving ws-zel-termo

           move ws-calc-dia to ws-zel-soma
           add ws-zel-termo   to ws-zel-soma
           add ws-zel-ano-sec to ws-zel-soma
           divide ws-zel-ano-sec by 4 giving ws-quociente
           add ws-quociente   to ws-zel-soma
           divide ws-zel-seculo by 4 giving ws-quociente
           add ws-quociente   to ws-zel-soma
           compute ws-zel-soma = ws-zel-soma + (5 * ws-zel-seculo)

           divide ws-zel-soma by 7 giving ws-quociente
                                   remainder ws-dia-semana
           .
       dia-da-semana-exit.
           exit.

      *>________________________________________________________________________
      *>  Critica da data de lancamento de frequencia (ws-data-lanc): data     |
      *>  valida, nao futura e dia letivo (ou sabado letivo) do calendario      |
      *>________________________________________________________________________|
       valida-data-letiva section.

           move "N" to ws-data-letiva

           move ws-data-lanc to ws-data-calc-x
           perform valida-data
           if not data-ok then
               go to valida-data-letiva-exit
           end-if

           accept ws-data-hoje from date yyyymmdd
           if ws-data-lanc > ws-data-hoje then
               move "DATA FUTURA - SO SE LANCA AULA JA DADA" to ws-motivo-data
               go to valida-data-letiva-exit
           end-if

           move ws-data-lanc to cal-data
           read arqCalendario
           if ws-fs-arqCalendario <> 00 then
               if ws-fs-arqCalendario <> 23 then
                   move 23                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               move "DATA FORA DO CALENDARIO ESCOLAR" to ws-motivo-data
               go to valida-data-letiva-exit
           end-if

           if not cal-conta-letivo then
               move spaces to ws-motivo-data
               if cal-feriado then
                   string "FERIADO: " cal-descricao
                          delimited by size into ws-motivo-data
               else
                   string "RECESSO: " cal-descricao
                          delimited by size into ws-motivo-data
               end-if
               go to valida-data-letiva-exit
           end-if

           move "S" to ws-data-letiva
           .
       valida-data-letiva-exit.
           exit.

      *>________________________________________________________________________
      *>  Apuracao unica da situacao do aluno (registro em fd-alunos):          |
      *>  frequencia abaixo de 75% reprova por falta mesmo com media acima      |
      *>  do corte (regra legal); depois vale a situacao das disciplinas da     |
      *>  grade da serie - o aluno so e APROVADO passando em todas; serie sem   |
      *>  grade cadastrada segue a media unica gravada no proprio registro.     |
      *>________________________________________________________________________|
       apura-situacao-aluno section.

      *>    transferido tem a situacao congelada na data da transferencia -
      *>    nao pode ser reprovado por falta depois de sair da escola
           if fd-status-transferido
               move "TRANSFERIDO" to fd-situacao
               go to apura-situacao-aluno-exit
           end-if

           perform consolida-disciplinas

           if fd-qtd-aulas > zero
               compute ws-perc-freq rounded =
                       (fd-qtd-presencas * 100) / fd-qtd-aulas
           else
      *>        sem aula lancada ainda nao ha falta a punir
               move 100 to ws-perc-freq
           end-if

           if ws-perc-freq < ws-freq-minima
               move "REP.FALTA"   to fd-situacao
               go to apura-situacao-conselho
           end-if

           if ws-qtd-disc-grade > zero
               evaluate true
                   when ws-qtd-disc-reprov > zero
                       move "REPROVADO"   to fd-situacao
                   when ws-qtd-disc-cursando > zero
                       move "CURSANDO"    to fd-situacao
                   when ws-qtd-disc-recup > zero
                       move "RECUPERACAO" to fd-situacao
                   when other
                       move "APROVADO "   to fd-situacao
               end-evaluate
           else
               evaluate true
                   when fd-media-final > zero
                    and fd-media-final >= ws-media-corte
                       move "APROVADO "   to fd-situacao
                   when fd-media-final > zero
                       move "REPROVADO"   to fd-situacao
                   when fd-media >= ws-media-corte
                       move "APROVADO "   to fd-situacao
                   when fd-media >= ws-media-recuperacao
                       move "RECUPERACAO" to fd-situacao
                   when other
                       move "REPROVADO"   to fd-situacao
               end-evaluate
           end-if
           .

      *>    deliberacao do conselho de classe prevalece sobre a apuracao
       apura-situacao-conselho.

           perform aplica-deliberacao-conselho
           .
       apura-situacao-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Consolida as disciplinas da grade da serie do aluno de fd-alunos no   |
      *>  ano corrente: conta as situacoes (disciplina sem registro conta como  |
      *>  CURSANDO) e resume no fd-notas a media de cada bimestre, a media      |
      *>  geral e, com todas fechadas, a media final - o fd-notas vira so o     |
      *>  consolidado que o boletim, a guia e a Secretaria ja conhecem          |
      *>________________________________________________________________________|
       consolida-disciplinas section.

           move zero to ws-qtd-disc-grade
           move zero to ws-qtd-disc-cursando
           move zero to ws-qtd-disc-recup
           move zero to ws-qtd-disc-reprov
           move zero to ws-qtd-disc-notas
           move zero to ws-soma-medias
           move zero to ws-soma-finais
           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               move zero to ws-bim-soma (ws-ind-bim)
               move zero to ws-bim-qtd (ws-ind-bim)
               add 1 to ws-ind-bim
           end-perform

           perform busca-serie-aluno
           if ws-serie-aluno = spaces then
               go to consolida-disciplinas-exit
           end-if

           accept ws-data-ano from date yyyymmdd

           move "N"            to ws-fim-grade
           move ws-serie-aluno to grd-serie
           move low-values     to grd-disc
           start arqGrade key is >= grd-chave
           if ws-fs-arqGrade <> 00 then
               if ws-fs-arqGrade <> 23 then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade "       to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to consolida-disciplinas-exit
           end-if

           perform until fim-grade
               read arqGrade next
               if  ws-fs-arqGrade = 10
               or  ws-fs-arqGrade = 23 then
                   set fim-grade to true
               else
                   if ws-fs-arqGrade <> 00 then
                       move 22                                 to ws-msn-erro-ofsset
                       move ws-fs-arqGrade                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGrade "       to ws-msn-erro-text
                       perform trata-erro-operacao
                       set fim-grade to true
                   else
                       if grd-serie <> ws-serie-aluno then
                           set fim-grade to true
                       else
                           perform consolida-uma-disciplina
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtd-disc-grade = zero then
               go to consolida-disciplinas-exit
           end-if

           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               if ws-bim-qtd (ws-ind-bim) > zero
                   compute ws-media-bim rounded =
                           ws-bim-soma (ws-ind-bim) / ws-bim-qtd (ws-ind-bim)
               else
                   move zero to ws-media-bim
               end-if
               evaluate ws-ind-bim
                   when 1
                       move ws-media-bim to fd-nota1
                   when 2
                       move ws-media-bim to fd-nota2
                   when 3
                       move ws-media-bim to fd-nota3
                   when 4
                       move ws-media-bim to fd-nota4
               end-evaluate
               add 1 to ws-ind-bim
           end-perform

           if ws-qtd-disc-notas > zero
               compute fd-media rounded = ws-soma-medias / ws-qtd-disc-notas
           else
               move zero to fd-media
           end-if

           move zero to fd-nota-recup
           if  ws-qtd-disc-cursando = zero
           and ws-qtd-disc-recup    = zero
               compute fd-media-final rounded =
                       ws-soma-finais / ws-qtd-disc-grade
           else
               move zero to fd-media-final
           end-if
           .
       consolida-disciplinas-exit.
           exit.

      *>________________________________________________________________________
      *>  Soma na consolidacao a disciplina grd-disc da grade (registro do      |
      *>  ano corrente do aluno de fd-alunos, quando existir)                   |
      *>________________________________________________________________________|
       consolida-uma-disciplina section.

           add 1 to ws-qtd-disc-grade

           move fd-cod           to nd-cod
           move ws-ano-corrente  to nd-ano
           move grd-disc         to nd-disc
           read arqNotaDisc
           if ws-fs-arqNotaDisc <> 00 then
               if ws-fs-arqNotaDisc <> 23 then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisc                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaDisc "    to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               add 1 to ws-qtd-disc-cursando
               go to consolida-uma-disciplina-exit
           end-if

           add 1         to ws-qtd-disc-notas
           add nd-media  to ws-soma-medias
           if nd-media-final > zero
               add nd-media-final to ws-soma-finais
           else
               add nd-media       to ws-soma-finais
           end-if

           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               if nd-nota-lancada (ws-ind-bim)
                   add nd-nota (ws-ind-bim) to ws-bim-soma (ws-ind-bim)
                   add 1                    to ws-bim-qtd (ws-ind-bim)
               end-if
               add 1 to ws-ind-bim
           end-perform

           evaluate nd-situacao
               when "REPROVADO"
                   add 1 to ws-qtd-disc-reprov
               when "RECUPERACAO"
                   add 1 to ws-qtd-disc-recup
               when "APROVADO "
                   continue
               when other
                   add 1 to ws-qtd-disc-cursando
           end-evaluate
           .
       consolida-uma-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Mostra o percentual de frequencia (area ws-alunos) e o motivo         |
      *>  quando o aluno esta reprovado                                         |
      *>________________________________________________________________________|
       mostra-frequencia section.

           if ws-qtd-aulas > zero
               compute ws-perc-freq rounded =
                       (ws-qtd-presencas * 100) / ws-qtd-aulas
           else
               move 100 to ws-perc-freq
           end-if

           display "Frequencia : " ws-perc-freq "%"

           if ws-situacao = "REP.FALTA" then
               display "Motivo     : REPROVADO POR FALTA (FREQ. ABAIXO DE 75%)"
           end-if
           if ws-situacao = "REPROVADO" then
               display "Motivo     : REPROVADO POR MEDIA"
           end-if
           .
       mostra-frequencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Mostra as notas por disciplina do ano corrente do aluno de           |
      *>  fd-alunos, uma linha por disciplina da grade da serie dele            |
      *>________________________________________________________________________|
       mostra-notas-disciplinas section.

           perform busca-serie-aluno
           if ws-serie-aluno = spaces then
               go to mostra-notas-disciplinas-exit
           end-if

           accept ws-data-ano from date yyyymmdd

           move "N"            to ws-fim-grade
           move ws-serie-aluno to grd-serie
           move low-values     to grd-disc
           start arqGrade key is >= grd-chave
           if ws-fs-arqGrade <> 00 then
               go to mostra-notas-disciplinas-exit
           end-if

           display "  "
           display "Notas por disciplina - ano " ws-ano-corrente
                   " - serie " ws-serie-aluno
           display ws-linha-disc-titulo

           perform until fim-grade
               read arqGrade next
               if  ws-fs-arqGrade <> 00
               or  grd-serie <> ws-serie-aluno then
                   set fim-grade to true
               else
                   perform monta-linha-disciplina
                   display ws-linha-disciplina
               end-if
           end-perform
           .
       mostra-notas-disciplinas-exit.
           exit.

      *>________________________________________________________________________
      *>  Monta ws-linha-disciplina da disciplina grd-disc do aluno de          |
      *>  fd-alunos no ano corrente (bimestre sem nota sai como tracos)         |
      *>________________________________________________________________________|
       monta-linha-disciplina section.

           move grd-disc to wsd-disc
           move grd-disc to dis-cod
           read arqDisciplina
           if ws-fs-arqDisciplina = 00 then
               move dis-nome to wsd-nome
           else
               move "(NAO CADASTRADA)" to wsd-nome
           end-if

           move fd-cod           to nd-cod
           move ws-ano-corrente  to nd-ano
           move grd-disc         to nd-disc
           read arqNotaDisc
           if ws-fs-arqNotaDisc <> 00 then
               move 1 to ws-ind-bim
               perform until ws-ind-bim > 4
                   move "  -  " to wsd-nota (ws-ind-bim)
                   add 1 to ws-ind-bim
               end-perform
               move zero       to wsd-media wsd-nota-recup wsd-media-final
               move "CURSANDO" to wsd-situacao
               go to monta-linha-disciplina-exit
           end-if

           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               if nd-nota-lancada (ws-ind-bim)
                   move nd-nota (ws-ind-bim) to ws-nota-edit
                   move ws-nota-edit         to wsd-nota (ws-ind-bim)
               else
                   move "  -  "              to wsd-nota (ws-ind-bim)
               end-if
               add 1 to ws-ind-bim
           end-perform
           move nd-media        to wsd-media
           move nd-nota-recup   to wsd-nota-recup
           move nd-media-final  to wsd-media-final
           move nd-situacao     to wsd-situacao
           .
       monta-linha-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Manutencao do cadastro de disciplinas e da grade curricular por       |
      *>  serie (tur-serie) - a grade diz o que o aluno de cada serie cursa     |
      *>________________________________________________________________________|
       manter-disciplinas section.

           move spaces to ws-sair-turma
           perform until ws-sair-turma = "V"
                      or ws-sair-turma = "v"

               display erase
               display "             | __________DISCIPLINAS E GRADE_______________|  "
               display "             |                                             |  "
               display "             | ___________________________________________ |  "
               display "Digite '1' para cadastrar disciplina"
               display "Digite '2' para consultar disciplina"
               display "Digite '3' para incluir disciplina na grade de uma serie"
               display "Digite '4' para retirar disciplina da grade de uma serie"
               display "Digite '5' para listar a grade de uma serie"
               display "Digite 'V' para voltar ao menu principal"
               accept ws-opcao-turma

               evaluate ws-opcao-turma
                  when '1'
                      perform cadastrar-disciplina

                  when '2'
                      perform consulta-disciplina

                  when '3'
                      perform inclui-disciplina-grade

                  when '4'
                      perform retira-disciplina-grade

                  when '5'
                      perform lista-grade-serie

                  when 'V'
                      move "V" to ws-sair-turma

                  when 'v'
                      move "V" to ws-sair-turma

                  when other
                      display "Opcao invalida***"
               end-evaluate

           end-perform
           .
       manter-disciplinas-exit.
           exit.

      *>________________________________________________________________________
      *>  Cadastro de uma disciplina                                            |
      *>________________________________________________________________________|
       cadastrar-disciplina section.

           display "Codigo da Disciplina: "
           accept dis-cod
           display "Nome da Disciplina: "
           accept dis-nome

           if dis-cod = spaces then
               display "Codigo em branco - disciplina nao gravada!"
               go to cadastrar-disciplina-exit
           end-if

           write dis-registro
           if ws-fs-arqDisciplina <> 00 then
               if ws-fs-arqDisciplina = 22 then
                   display "Disciplina ja cadastrada!"
               else
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDisciplina "  to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           else
               display "Disciplina cadastrada com sucesso!"
           end-if
           .
       cadastrar-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Consulta de uma disciplina pelo codigo                                |
      *>________________________________________________________________________|
       consulta-disciplina section.

           display "Informe o codigo da disciplina: "
           accept dis-cod

           read arqDisciplina
           if  ws-fs-arqDisciplina <> 00
               if ws-fs-arqDisciplina = 23 then
                   display "Disciplina nao cadastrada!"
               else
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           else
               display "Disciplina : " dis-cod
               display "Nome       : " dis-nome
           end-if
           .
       consulta-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Inclui uma disciplina cadastrada na grade de uma serie                |
      *>________________________________________________________________________|
       inclui-disciplina-grade section.

           display "Serie: "
           accept grd-serie
           display "Codigo da disciplina: "
           accept grd-disc

           move grd-disc to dis-cod
           read arqDisciplina
           if ws-fs-arqDisciplina <> 00 then
               if ws-fs-arqDisciplina = 23 then
                   display "Disciplina nao cadastrada! Cadastre-a antes."
               else
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to inclui-disciplina-grade-exit
           end-if

           write grd-registro
           if ws-fs-arqGrade <> 00 then
               if ws-fs-arqGrade = 22 then
                   display "Disciplina ja consta da grade desta serie!"
               else
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqGrade "       to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           else
               display dis-nome " incluida na grade da serie " grd-serie
           end-if
           .
       inclui-disciplina-grade-exit.
           exit.

      *>________________________________________________________________________
      *>  Retira uma disciplina da grade de uma serie (as notas ja lancadas     |
      *>  ficam no arquivo de notas, so deixam de contar na apuracao)           |
      *>________________________________________________________________________|
       retira-disciplina-grade section.

           display "Serie: "
           accept grd-serie
           display "Codigo da disciplina: "
           accept grd-disc

           read arqGrade
           if ws-fs-arqGrade <> 00 then
               if ws-fs-arqGrade = 23 then
                   display "Disciplina nao consta da grade desta serie!"
               else
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade "          to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to retira-disciplina-grade-exit
           end-if

           delete arqGrade
           if ws-fs-arqGrade <> 00 then
               move 22                                    to ws-msn-erro-ofsset
               move ws-fs-arqGrade                        to ws-msn-erro-cod
               move "Erro ao excluir arq. arqGrade "      to ws-msn-erro-text
               perform trata-erro-operacao
           else
               display "Disciplina retirada da grade da serie " grd-serie
           end-if
           .
       retira-disciplina-grade-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista as disciplinas da grade de uma serie                            |
      *>________________________________________________________________________|
       lista-grade-serie section.

           display "Serie: "
           accept ws-serie-aluno

           move "N"            to ws-fim-grade
           move zero           to ws-qtd-disc-grade
           move ws-serie-aluno to grd-serie
           move low-values     to grd-disc
           start arqGrade key is >= grd-chave
           if ws-fs-arqGrade <> 00 then
               if ws-fs-arqGrade <> 23 then
                   move 22                                    to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade "          to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               set fim-grade to true
           end-if

           perform until fim-grade
               read arqGrade next
               if  ws-fs-arqGrade <> 00
               or  grd-serie <> ws-serie-aluno then
                   set fim-grade to true
               else
                   move grd-disc to dis-cod
                   read arqDisciplina
                   if ws-fs-arqDisciplina <> 00 then
                       move "(NAO CADASTRADA)" to dis-nome
                   end-if
                   display grd-disc " - " dis-nome
                   add 1 to ws-qtd-disc-grade
               end-if
           end-perform

           if ws-qtd-disc-grade = zero then
               display "Serie sem grade curricular cadastrada!"
           end-if

           display "Tecle ENTER para voltar"
           accept ws-presenca
           .
       lista-grade-serie-exit.
           exit.

      *>________________________________________________________________________
      *>  Consulta do historico de expurgados - registros que o expurgo anual   |
      *>  tirou do arqCadAluno (segunda via de documentacao de ex-aluno)        |
      *>________________________________________________________________________|
       consulta-historico section.

           display "informe o codigo do ex-aluno: "
           accept hist-cod

           read arqHistAluno
           if  ws-fs-arqHistAluno <> 00
               if ws-fs-arqHistAluno = 23 then
                   display "Codigo nao encontrado no historico!"
               else
                   move 14                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistAluno                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistAluno "    to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           else
               display "Codigo     : " hist-cod
               display "Aluno      : " hist-aluno
               display "Endereco   : " hist-endereco
               display "Nome da mae: " hist-mae
               display "Nome do pai: " hist-pai
               display "Telefone   : " hist-telefone
               display "Turma      : " hist-turma
               display "Nota 1     : " hist-nota1
               display "Nota 2     : " hist-nota2
               display "Nota 3     : " hist-nota3
               display "Nota 4     : " hist-nota4
               display "Media      : " hist-media
               display "Nota Recup : " hist-nota-recup
               display "Media Final: " hist-media-final
               display "Situacao   : " hist-situacao
               display "**** REGISTRO DE HISTORICO (EXPURGADO) ****"
           end-if
           .
       consulta-historico-exit.
           exit.

      *>________________________________________________________________________
      *>  Espelha as notas e a frequencia do registro corrente de fd-alunos     |
      *>  no historico academico do ano letivo corrente - chamado a cada        |
      *>  lancamento de nota, para a virada de ano nao sobrescrever o passado   |
      *>________________________________________________________________________|
       grava-historico-ano section.

           accept ws-data-ano from date yyyymmdd

           move fd-cod           to ha-cod
           move ws-ano-corrente  to ha-ano
           move fd-turma         to ha-turma
           move fd-notas         to ha-notas
           move fd-frequencia    to ha-frequencia

           write ha-registro
           if ws-fs-arqHistAcad = 22 then
      *>        o ano corrente ja tem registro - e so atualizar o espelho
               rewrite ha-registro
           end-if
           if ws-fs-arqHistAcad <> 00 then
               move 16                                   to ws-msn-erro-ofsset
               move ws-fs-arqHistAcad                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistAcad "   to ws-msn-erro-text
               perform trata-erro-operacao
           end-if
           .
       grava-historico-ano-exit.
           exit.

      *>________________________________________________________________________
      *>  Consulta do historico academico por ano letivo: um ano especifico     |
      *>  ou, com o ano em branco, todos os anos gravados do aluno              |
      *>________________________________________________________________________|
       consulta-hist-academico section.

           display erase
           display "             | __________HISTORICO ACADEMICO_______________|  "
           display "             |                                             |  "
           display "             | ___________________________________________ |  "
           display "Informe o codigo do aluno: "
           accept ha-cod
           display "Informe o ano letivo (AAAA, brancos = todos): "
           accept ws-ano-busca

           if ws-ano-busca <> spaces then
               move ws-ano-busca to ha-ano
               read arqHistAcad
               if  ws-fs-arqHistAcad <> 00
                   if ws-fs-arqHistAcad = 23 then
                       display "Sem historico deste aluno neste ano!"
                   else
                       move 16                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAcad                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAcad "     to ws-msn-erro-text
                       perform trata-erro-operacao
                   end-if
               else
                   perform mostra-hist-academico
               end-if
           else
      *>        todos os anos: posiciona no primeiro registro do aluno e
      *>        le enquanto a chave nao mudar de codigo
               move "N"        to ws-fim-hist-acad
               move zero       to ws-qtd-anos-acad
               move ha-cod     to ws-cod
               move low-values to ha-ano
               start arqHistAcad key is >= ha-chave
               if  ws-fs-arqHistAcad <> 00
                   if ws-fs-arqHistAcad = 23 then
                       set fim-hist-acad to true
                   else
                       move 16                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistAcad                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistAcad "     to ws-msn-erro-text
                       perform trata-erro-operacao
                       set fim-hist-acad to true
                   end-if
               end-if

               perform until fim-hist-acad
                   read arqHistAcad next
                   if  ws-fs-arqHistAcad = 10
                   or  ws-fs-arqHistAcad = 23 then
                       set fim-hist-acad to true
                   else
                       if ws-fs-arqHistAcad <> 00 then
                           move 16                                  to ws-msn-erro-ofsset
                           move ws-fs-arqHistAcad                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistAcad "     to ws-msn-erro-text
                           perform trata-erro-operacao
                           set fim-hist-acad to true
                       else
                           if ha-cod <> ws-cod then
                               set fim-hist-acad to true
                           else
                               perform mostra-hist-academico
                               add 1 to ws-qtd-anos-acad
                           end-if
                       end-if
                   end-if
               end-perform

               if ws-qtd-anos-acad = zero then
                   display "Nenhum ano letivo gravado para este aluno!"
               end-if
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       consulta-hist-academico-exit.
           exit.

      *>________________________________________________________________________
      *>  Mostra na tela um ano letivo do historico academico (ha-registro)     |
      *>________________________________________________________________________|
       mostra-hist-academico section.

           display "  "
           display "Ano letivo : " ha-ano
           display "Turma      : " ha-turma
           display "Nota 1     : " ha-nota1
           display "Nota 2     : " ha-nota2
           display "Nota 3     : " ha-nota3
           display "Nota 4     : " ha-nota4
           display "Media      : " ha-media
           display "Nota Recup : " ha-nota-recup
           display "Media Final: " ha-media-final
           display "Situacao   : " ha-situacao
           if ha-qtd-aulas > zero
               compute ws-perc-freq rounded =
                       (ha-qtd-presencas * 100) / ha-qtd-aulas
           else
               move 100 to ws-perc-freq
           end-if
           display "Frequencia : " ws-perc-freq "%"
           .
       mostra-hist-academico-exit.
           exit.

      *>________________________________________________________________________
      *>  Busca ativa: lista as ocorrencias de faltas do aluno e permite        |
      *>  registrar o retorno (comparecimento) da que ainda esta em andamento   |
      *>________________________________________________________________________|
       consulta-busca-ativa section.

           display erase
           display "             | __________BUSCA ATIVA ESCOLAR_______________|  "
           display "             |                                             |  "
           display "             | ___________________________________________ |  "
           display "Informe o codigo do aluno: "
           accept fd-cod

           read arqCadAluno
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   display "Codigo informado invalido!"
               else
                   move 24                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to consulta-busca-ativa-exit
           end-if

           display "Aluno: " fd-aluno " Turma: " fd-turma

           move "N"        to ws-fim-ocorrencia
           move zero       to ws-qtd-ocorrencias
           move spaces     to ws-oco-chave-pendente
           move fd-cod     to oco-cod
           move low-values to oco-data-abertura
           start arqOcorrencia key is >= oco-chave
           if  ws-fs-arqOcorrencia <> 00
               if ws-fs-arqOcorrencia = 23 then
                   set fim-ocorrencia to true
               else
                   move 24                                  to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia "   to ws-msn-erro-text
                   perform trata-erro-operacao
                   set fim-ocorrencia to true
               end-if
           end-if

           perform until fim-ocorrencia
               read arqOcorrencia next
               if  ws-fs-arqOcorrencia = 10
               or  ws-fs-arqOcorrencia = 23 then
                   set fim-ocorrencia to true
               else
                   if ws-fs-arqOcorrencia <> 00 then
                       move 24                                  to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencia "   to ws-msn-erro-text
                       perform trata-erro-operacao
                       set fim-ocorrencia to true
                   else
                       if oco-cod <> fd-cod then
                           set fim-ocorrencia to true
                       else
                           perform mostra-ocorrencia
                           add 1 to ws-qtd-ocorrencias
                           if oco-em-andamento
                               move oco-chave to ws-oco-chave-pendente
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtd-ocorrencias = zero then
               display "Nenhuma ocorrencia de busca ativa para este aluno!"
           end-if

           if ws-oco-chave-pendente <> spaces
               display "Registrar o retorno do aluno? ('S' para confirmar): "
               accept ws-opcao-campo
               if ws-opcao-campo = "S" or ws-opcao-campo = "s" then
                   move ws-oco-chave-pendente to oco-chave
                   read arqOcorrencia
                   if ws-fs-arqOcorrencia <> 00 then
                       move 24                                  to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencia "   to ws-msn-erro-text
                       perform trata-erro-operacao
                   else
                       accept ws-log-data from date yyyymmdd
                       set oco-retornou      to true
                       move ws-log-data      to oco-data-retorno
                       move ws-usuario-cod   to oco-usuario
                       rewrite oco-registro
                       if ws-fs-arqOcorrencia <> 00 then
                           move 24                                     to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencia                    to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqOcorrencia "   to ws-msn-erro-text
                           perform trata-erro-operacao
                       else
                           move "RETBUSCA  " to ws-log-operacao
                           perform grava-log
                           display "Retorno registrado."
                       end-if
                   end-if
               end-if
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       consulta-busca-ativa-exit.
           exit.

      *>________________________________________________________________________
      *>  Mostra uma ocorrencia da busca ativa                                  |
      *>________________________________________________________________________|
       mostra-ocorrencia section.

           evaluate true
               when oco-aberta
                   move "ABERTA"              to ws-oco-descricao
               when oco-notificado
                   move "NOTIFICADO"          to ws-oco-descricao
               when oco-retornou
                   move "RETORNOU"            to ws-oco-descricao
               when oco-encaminhado
                   move "CONSELHO TUTELAR"    to ws-oco-descricao
               when other
                   move oco-situacao          to ws-oco-descricao
           end-evaluate

           move oco-perc-faltas to ws-perc-oco
           display "Aberta em " oco-data-abertura
                   " - " ws-oco-descricao
                   " Faltas seguidas: " oco-faltas-seguidas
                   " % no mes: " ws-perc-oco
           if oco-data-notificacao <> spaces
               display "    Carta em " oco-data-notificacao
                       " prazo ate " oco-data-prazo
           end-if
           if oco-data-retorno <> spaces
               display "    Retorno em " oco-data-retorno
           end-if
           if oco-data-encaminhamento <> spaces
               display "    Encaminhado ao Conselho Tutelar em "
                       oco-data-encaminhamento
           end-if
           .
       mostra-ocorrencia-exit.
           exit.

      *>________________________________________________________________________
      *>  Bolsa Familia: registro complementar (NIS / beneficiario) e motivo    |
      *>  da baixa frequencia por periodo do Sistema Presenca                   |
      *>________________________________________________________________________|
       manter-bolsa-familia section.

           move spaces to ws-sair-turma
           perform until ws-sair-turma = "V"
                      or ws-sair-turma = "v"

               display erase
               display "             | ______BOLSA FAMILIA - SISTEMA PRESENCA_____|  "
               display "             |                                             |  "
               display "             | ___________________________________________ |  "
               display "Digite '1' para informar NIS / beneficiario do aluno"
               display "Digite '2' para consultar NIS / beneficiario do aluno"
               display "Digite '3' para informar motivo de baixa frequencia"
               display "Digite '4' para listar os codigos de motivo"
               display "Digite 'V' para voltar ao menu principal"
               accept ws-opcao-turma

               evaluate ws-opcao-turma
                  when '1'
                      perform informa-nis-aluno

                  when '2'
                      perform consulta-nis-aluno

                  when '3'
                      perform informa-motivo-freq

                  when '4'
                      perform lista-motivos-freq

                  when 'V'
                      move "V" to ws-sair-turma

                  when 'v'
                      move "V" to ws-sair-turma

                  when other
                      display "Opcao invalida***"
               end-evaluate

           end-perform
           .
       manter-bolsa-familia-exit.
           exit.

      *>________________________________________________________________________
      *>  Le o aluno pelo codigo e o seu registro complementar (se houver)      |
      *>________________________________________________________________________|
       le-aluno-complemento section.

           move "N" to ws-cmp-existe
           display "Informe o codigo do aluno: "
           accept fd-cod

           read arqCadAluno
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   display "Codigo informado invalido!"
               else
                   move 25                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to le-aluno-complemento-exit
           end-if

           display "Aluno: " fd-aluno " Turma: " fd-turma

           move fd-cod to cmp-cod
           read arqAlunoCompl
           if ws-fs-arqAlunoCompl = 00 then
               move "S" to ws-cmp-existe
           else
               if ws-fs-arqAlunoCompl <> 23 then
                   move 25                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoCompl                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunoCompl "   to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               move spaces to cmp-registro
               move fd-cod to cmp-cod
           end-if
           .
       le-aluno-complemento-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava (ou regrava) o NIS e a marcacao de beneficiario                 |
      *>________________________________________________________________________|
       informa-nis-aluno section.

           perform le-aluno-complemento
           if ws-fs-arqCadAluno <> 00 then
               go to informa-nis-aluno-exit
           end-if

           if cmp-existe
               display "NIS atual: " cmp-nis " Beneficiario: " cmp-beneficiario
           end-if

           display "Informe o NIS (11 digitos): "
           accept ws-nis-lanc
           if ws-nis-lanc is not numeric then
               display "NIS invalido - informe os 11 digitos."
               go to informa-nis-aluno-exit
           end-if

           move spaces to ws-benef-lanc
           perform until benef-valido
               display "Beneficiario do Bolsa Familia? (S/N): "
               accept ws-benef-lanc
               if ws-benef-lanc = "s" then
                   move "S" to ws-benef-lanc
               end-if
               if ws-benef-lanc = "n" then
                   move "N" to ws-benef-lanc
               end-if
           end-perform

           accept ws-log-data from date yyyymmdd
           move ws-nis-lanc     to cmp-nis
           move ws-benef-lanc   to cmp-beneficiario
           move ws-log-data     to cmp-data-atualizacao
           move ws-usuario-cod  to cmp-usuario

           if cmp-existe
               rewrite cmp-registro
           else
               write cmp-registro
           end-if
           if ws-fs-arqAlunoCompl <> 00 then
               move 25                                     to ws-msn-erro-ofsset
               move ws-fs-arqAlunoCompl                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAlunoCompl "   to ws-msn-erro-text
               perform trata-erro-operacao
           else
               move "BOLSAFAM  " to ws-log-operacao
               perform grava-log
               display "Dados complementares gravados."
           end-if
           .
       informa-nis-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Consulta o registro complementar e os motivos ja informados          |
      *>________________________________________________________________________|
       consulta-nis-aluno section.

           perform le-aluno-complemento
           if ws-fs-arqCadAluno <> 00 then
               go to consulta-nis-aluno-exit
           end-if

           if cmp-existe
               display "NIS.........: " cmp-nis
               display "Beneficiario: " cmp-beneficiario
               display "Atualizado em " cmp-data-atualizacao
                       " por " cmp-usuario
           else
               display "Aluno sem registro complementar (NIS nao informado)."
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       consulta-nis-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Informa o motivo da baixa frequencia de um beneficiario no periodo:   |
      *>  mostra a frequencia apurada e so aceita codigo da tabela de motivos   |
      *>________________________________________________________________________|
       informa-motivo-freq section.

           perform le-aluno-complemento
           if ws-fs-arqCadAluno <> 00 then
               go to informa-motivo-freq-exit
           end-if

           if not cmp-e-beneficiario
               display "Aluno nao esta marcado como beneficiario do Bolsa Familia."
               go to informa-motivo-freq-exit
           end-if

           display "Ano de referencia (AAAA): "
           accept ws-ano-ref-bf
           if ws-ano-ref-bf is not numeric then
               display "Ano invalido!"
               go to informa-motivo-freq-exit
           end-if

           display "Periodo (1=fev/mar 2=abr/mai 3=jun/jul 4=ago/set 5=out/nov): "
           accept ws-periodo-ref-bf
           if not periodo-bf-valido then
               display "Periodo invalido!"
               go to informa-motivo-freq-exit
           end-if

           move ws-periodo-ref-bf to ws-ind-periodo-bf
           move ws-ano-ref-bf     to ws-freq-per-ini
           move ws-periodo-bf-mes-ini (ws-ind-periodo-bf) to ws-freq-per-ini (5:2)
           move "01"              to ws-freq-per-ini (7:2)
           move ws-ano-ref-bf     to ws-freq-per-fim
           move ws-periodo-bf-mes-fim (ws-ind-periodo-bf) to ws-freq-per-fim (5:2)
           move "31"              to ws-freq-per-fim (7:2)

           perform conta-freq-periodo
           move ws-perc-per to ws-perc-per-edit
           display "Aulas: " ws-freq-det-aulas
                   " Presencas: " ws-freq-det-pres
                   " Frequencia: " ws-perc-per-edit "%"
           if ws-perc-per not < ws-perc-minimo-bf
               display "Frequencia no minimo exigido - motivo nao se aplica."
               go to informa-motivo-freq-exit
           end-if

           move fd-cod            to mot-cod
           move ws-ano-ref-bf     to mot-ano
           move ws-periodo-ref-bf to mot-periodo
           read arqMotivoFreq
           if ws-fs-arqMotivoFreq = 00 then
               display "Motivo ja informado: " mot-motivo
           else
               if ws-fs-arqMotivoFreq <> 23 then
                   move 25                                  to ws-msn-erro-ofsset
                   move ws-fs-arqMotivoFreq                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMotivoFreq "   to ws-msn-erro-text
                   perform trata-erro-operacao
                   go to informa-motivo-freq-exit
               end-if
           end-if

           display "Codigo do motivo (ENTER para cancelar): "
           accept ws-motivo-lanc
           if ws-motivo-lanc = spaces then
               go to informa-motivo-freq-exit
           end-if

           move "N" to ws-motivo-achado
           move 1   to ws-ind-motivo
           perform until motivo-achado
                      or ws-ind-motivo > ws-qtd-motivos
               if ws-motivo-cod (ws-ind-motivo) = ws-motivo-lanc
                   move "S" to ws-motivo-achado
               else
                   add 1 to ws-ind-motivo
               end-if
           end-perform
           if not motivo-achado
               display "Codigo de motivo inexistente - consulte a opcao 4."
               go to informa-motivo-freq-exit
           end-if

           accept ws-log-data from date yyyymmdd
           move ws-motivo-lanc  to mot-motivo
           move ws-log-data     to mot-data
           move ws-usuario-cod  to mot-usuario
           if ws-fs-arqMotivoFreq = 00 then
               rewrite mot-registro
           else
               write mot-registro
           end-if
           if ws-fs-arqMotivoFreq <> 00 then
               move 25                                     to ws-msn-erro-ofsset
               move ws-fs-arqMotivoFreq                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqMotivoFreq "   to ws-msn-erro-text
               perform trata-erro-operacao
           else
               move "MOTIVOFREQ" to ws-log-operacao
               perform grava-log
               display "Motivo gravado: " ws-motivo-descr (ws-ind-motivo)
           end-if
           .
       informa-motivo-freq-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista a tabela de motivos de baixa frequencia                         |
      *>________________________________________________________________________|
       lista-motivos-freq section.

           move 1 to ws-ind-motivo
           perform until ws-ind-motivo > ws-qtd-motivos
               display ws-motivo-cod (ws-ind-motivo) " - "
                       ws-motivo-descr (ws-ind-motivo)
               add 1 to ws-ind-motivo
           end-perform

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       lista-motivos-freq-exit.
           exit.

      *>________________________________________________________________________
      *>  Conta aulas e presencas do aluno entre ws-freq-per-ini e              |
      *>  ws-freq-per-fim (mesma regra do Lista11.SistemaPresenca)              |
      *>________________________________________________________________________|
       conta-freq-periodo section.

           move zero to ws-freq-det-aulas
           move zero to ws-freq-det-pres
           move "N"  to ws-fim-freq-det

           move fd-cod          to freq-cod
           move ws-freq-per-ini to freq-data
           start arqFrequencia key is >= freq-chave
           if  ws-fs-arqFrequencia <> 00
               if ws-fs-arqFrequencia = 23 then
                   set fim-freq-det to true
               else
                   move 25                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "    to ws-msn-erro-text
                   perform trata-erro-operacao
                   set fim-freq-det to true
               end-if
           end-if

           perform until fim-freq-det
               read arqFrequencia next
               if  ws-fs-arqFrequencia = 10
               or  ws-fs-arqFrequencia = 23 then
                   set fim-freq-det to true
               else
                   if ws-fs-arqFrequencia <> 00 then
                       move 25                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "    to ws-msn-erro-text
                       perform trata-erro-operacao
                       set fim-freq-det to true
                   else
                       if freq-cod <> fd-cod
                       or freq-data > ws-freq-per-fim then
                           set fim-freq-det to true
                       else
                           if freq-presente then
                               add 1 to ws-freq-det-aulas
                               add 1 to ws-freq-det-pres
                           end-if
                           if freq-falta then
                               add 1 to ws-freq-det-aulas
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-freq-det-aulas > zero
               compute ws-perc-per rounded =
                       (ws-freq-det-pres * 100) / ws-freq-det-aulas
           else
               move 100 to ws-perc-per
           end-if
           .
       conta-freq-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Periodos letivos: abertura/fechamento de bimestre e da recuperacao,   |
      *>  reabertura por turma ou aluno (supervisor) e novo fechamento          |
      *>________________________________________________________________________|
       manter-periodos section.

           move spaces to ws-sair-turma
           perform until ws-sair-turma = "V"
                      or ws-sair-turma = "v"

               display erase
               display "             | __________PERIODOS LETIVOS_________________|  "
               display "             |                                             |  "
               display "             | ___________________________________________ |  "
               display "Digite '1' para cadastrar/alterar abertura e fechamento"
               display "Digite '2' para consultar os periodos do ano"
               display "Digite '3' para reabrir periodo p/ turma ou aluno"
               display "Digite '4' para fechar novamente periodo reaberto"
               display "Digite '5' para listar periodos reabertos"
               display "Digite 'V' para voltar ao menu principal"
               accept ws-opcao-turma

               evaluate ws-opcao-turma
                  when '1'
                      if usuario-supervisor
                          perform cadastra-periodo
                      else
                          display "Opcao restrita ao supervisor!"
                      end-if

                  when '2'
                      perform consulta-periodos

                  when '3'
                      if usuario-supervisor
                          perform reabre-periodo
                      else
                          display "Opcao restrita ao supervisor!"
                      end-if

                  when '4'
                      if usuario-supervisor
                          perform refecha-periodo
                      else
                          display "Opcao restrita ao supervisor!"
                      end-if

                  when '5'
                      perform lista-reaberturas

                  when 'V'
                      move "V" to ws-sair-turma

                  when 'v'
                      move "V" to ws-sair-turma

                  when other
                      display "Opcao invalida***"
               end-evaluate

           end-perform
           .
       manter-periodos-exit.
           exit.

      *>________________________________________________________________________
      *>  Pede ano e periodo ('1' a '4' ou 'R') e le o registro do periodo      |
      *>________________________________________________________________________|
       le-periodo section.

           move "N" to ws-per-existe
           display "Informe o ano (AAAA): "
           accept ws-per-ano-chk
           if ws-per-ano-chk is not numeric then
               display "Ano invalido!"
               move spaces to ws-per-ano-chk
               go to le-periodo-exit
           end-if

           display "Informe o periodo ('1' a '4' = bimestre, 'R' = recuperacao): "
           accept ws-periodo-lanc
           if ws-periodo-lanc = "r" then
               move "R" to ws-periodo-lanc
           end-if
           if not periodo-lanc-valido then
               display "Periodo invalido!"
               move spaces to ws-per-ano-chk
               go to le-periodo-exit
           end-if
           move ws-periodo-lanc to ws-per-periodo-chk

           move ws-per-ano-chk     to per-ano
           move ws-per-periodo-chk to per-periodo
           read arqPeriodo
           if ws-fs-arqPeriodo = 00 then
               move "S" to ws-per-existe
           else
               if ws-fs-arqPeriodo <> 23 then
                   move 26                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
                   perform trata-erro-operacao
                   move spaces to ws-per-ano-chk
               end-if
           end-if
           .
       le-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava (ou regrava) as datas de abertura e fechamento de um periodo    |
      *>________________________________________________________________________|
       cadastra-periodo section.

           perform le-periodo
           if ws-per-ano-chk = spaces then
               go to cadastra-periodo-exit
           end-if

           if per-existe
               display "Abertura atual: " per-data-abertura
                       " Fechamento atual: " per-data-fechamento
           end-if

           display "Informe a data de abertura (AAAAMMDD): "
           accept ws-data-calc-x
           perform valida-data
           if not data-ok then
               display ws-motivo-data
               go to cadastra-periodo-exit
           end-if
           move ws-data-calc-x to ws-data-ini

           display "Informe a data de fechamento (AAAAMMDD): "
           accept ws-data-calc-x
           perform valida-data
           if not data-ok then
               display ws-motivo-data
               go to cadastra-periodo-exit
           end-if
           move ws-data-calc-x to ws-data-fim

           if ws-data-ini > ws-data-fim then
               display "Abertura posterior ao fechamento - periodo nao gravado!"
               go to cadastra-periodo-exit
           end-if

           move ws-per-ano-chk     to per-ano
           move ws-per-periodo-chk to per-periodo
           move ws-data-ini        to per-data-abertura
           move ws-data-fim        to per-data-fechamento
           move ws-usuario-cod     to per-usuario

           if per-existe
               rewrite per-registro
           else
               write per-registro
           end-if
           if ws-fs-arqPeriodo <> 00 then
               move 26                                     to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqPeriodo "      to ws-msn-erro-text
               perform trata-erro-operacao
               go to cadastra-periodo-exit
           end-if

           move spaces to ws-log-cod-alvo
           move spaces to ws-log-complemento
           string per-ano "/" per-periodo " " per-data-abertura " A "
                  per-data-fechamento
                  delimited by size into ws-log-complemento
           move "PERIODO   " to ws-log-operacao
           perform grava-log-complemento
           display "Periodo gravado."
           .
       cadastra-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista os periodos cadastrados de um ano e a situacao de cada um       |
      *>________________________________________________________________________|
       consulta-periodos section.

           display erase
           display "Informe o ano (AAAA): "
           accept ws-per-ano-chk

           accept ws-per-hoje from date yyyymmdd
           move "N"            to ws-fim-periodo
           move ws-per-ano-chk to per-ano
           move low-values     to per-periodo
           start arqPeriodo key is >= per-chave
           if  ws-fs-arqPeriodo <> 00
               if ws-fs-arqPeriodo = 23 then
                   set fim-periodo to true
               else
                   move 26                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
                   perform trata-erro-operacao
                   set fim-periodo to true
               end-if
           end-if

           display "PER ABERTURA FECHAMENTO SITUACAO   USUARIO"
           perform until fim-periodo
               read arqPeriodo next
               if  ws-fs-arqPeriodo = 10
               or  ws-fs-arqPeriodo = 23 then
                   set fim-periodo to true
               else
                   if ws-fs-arqPeriodo <> 00 then
                       move 26                                  to ws-msn-erro-ofsset
                       move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
                       perform trata-erro-operacao
                       set fim-periodo to true
                   else
                       if per-ano <> ws-per-ano-chk then
                           set fim-periodo to true
                       else
                           evaluate true
                               when ws-per-hoje < per-data-abertura
                                   move "A ABRIR"    to ws-per-situacao
                               when ws-per-hoje > per-data-fechamento
                                   move "FECHADO"    to ws-per-situacao
                               when other
                                   move "ABERTO"     to ws-per-situacao
                           end-evaluate
                           display " " per-periodo "  " per-data-abertura " "
                                   per-data-fechamento "   " ws-per-situacao " "
                                   per-usuario
                       end-if
                   end-if
               end-if
           end-perform

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       consulta-periodos-exit.
           exit.

      *>________________________________________________________________________
      *>  Pede o alvo da reabertura: 'T'urma (codigo da turma) ou 'A'luno      |
      *>________________________________________________________________________|
       le-alvo-reabertura section.

           move spaces to ws-alvo-reab
           display "Reabertura para 'T'urma ou 'A'luno: "
           accept ws-tipo-reab
           if ws-tipo-reab = "t" then
               move "T" to ws-tipo-reab
           end-if
           if ws-tipo-reab = "a" then
               move "A" to ws-tipo-reab
           end-if
           if not tipo-reab-valido then
               display "Tipo invalido!"
               go to le-alvo-reabertura-exit
           end-if

           if ws-tipo-reab = "T" then
               display "Informe a turma: "
               accept tur-cod
               read arqCadTurma
               if ws-fs-arqCadTurma <> 00 then
                   display "Turma nao cadastrada!"
                   go to le-alvo-reabertura-exit
               end-if
               move tur-cod to ws-alvo-reab
           else
               display "Informe o codigo do aluno: "
               accept fd-cod
               read arqCadAluno
               if ws-fs-arqCadAluno <> 00 then
                   display "Codigo informado invalido!"
                   go to le-alvo-reabertura-exit
               end-if
               display "Aluno: " fd-aluno " Turma: " fd-turma
               move fd-cod to ws-alvo-reab
           end-if

           move ws-per-ano-chk     to rea-ano
           move ws-per-periodo-chk to rea-periodo
           move ws-tipo-reab       to rea-tipo
           move ws-alvo-reab       to rea-alvo
           read arqReabertura
           if  ws-fs-arqReabertura <> 00
           and ws-fs-arqReabertura <> 23 then
               move 26                                  to ws-msn-erro-ofsset
               move ws-fs-arqReabertura                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqReabertura "   to ws-msn-erro-text
               perform trata-erro-operacao
               move spaces to ws-alvo-reab
           end-if
           .
       le-alvo-reabertura-exit.
           exit.

      *>________________________________________________________________________
      *>  Reabre um periodo ja fechado para uma turma ou um aluno - a           |
      *>  justificativa e obrigatoria e vai para o log de auditoria             |
      *>________________________________________________________________________|
       reabre-periodo section.

           perform le-periodo
           if ws-per-ano-chk = spaces then
               go to reabre-periodo-exit
           end-if
           if not per-existe
               display "Periodo nao cadastrado!"
               go to reabre-periodo-exit
           end-if

           accept ws-per-hoje from date yyyymmdd
           if ws-per-hoje <= per-data-fechamento then
               display "Periodo ainda nao foi fechado (fecha em "
                       per-data-fechamento ")!"
               go to reabre-periodo-exit
           end-if

           perform le-alvo-reabertura
           if ws-alvo-reab = spaces then
               go to reabre-periodo-exit
           end-if
           if ws-fs-arqReabertura = 00 and rea-reaberto then
               display "Periodo ja reaberto para este alvo em "
                       rea-data-reabertura " por " rea-usuario
               go to reabre-periodo-exit
           end-if

           display "Justificativa (obrigatoria): "
           accept ws-justificativa
           if ws-justificativa = spaces then
               display "Justificativa obrigatoria - periodo nao reaberto!"
               go to reabre-periodo-exit
           end-if

           display "Confirma a reabertura? ('S' para confirmar): "
           accept ws-opcao-campo
           if ws-opcao-campo <> "S" and ws-opcao-campo <> "s" then
               go to reabre-periodo-exit
           end-if

           accept ws-log-data from date yyyymmdd
           move "A"               to rea-situacao
           move ws-log-data       to rea-data-reabertura
           move ws-usuario-cod    to rea-usuario
           move ws-justificativa  to rea-justificativa
           move spaces            to rea-data-refechamento
           move spaces            to rea-usuario-refech

           if ws-fs-arqReabertura = 00
               rewrite rea-registro
           else
               write rea-registro
           end-if
           if ws-fs-arqReabertura <> 00 then
               move 26                                     to ws-msn-erro-ofsset
               move ws-fs-arqReabertura                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqReabertura "   to ws-msn-erro-text
               perform trata-erro-operacao
               go to reabre-periodo-exit
           end-if

           move ws-alvo-reab to ws-log-cod-alvo
           move spaces       to ws-log-complemento
           string rea-ano "/" rea-periodo " " rea-tipo " " rea-justificativa
                  delimited by size into ws-log-complemento
           move "REABERTURA" to ws-log-operacao
           perform grava-log-complemento
           display "Periodo reaberto."
           .
       reabre-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Fecha novamente um periodo reaberto para uma turma ou um aluno        |
      *>________________________________________________________________________|
       refecha-periodo section.

           perform le-periodo
           if ws-per-ano-chk = spaces then
               go to refecha-periodo-exit
           end-if

           perform le-alvo-reabertura
           if ws-alvo-reab = spaces then
               go to refecha-periodo-exit
           end-if
           if ws-fs-arqReabertura <> 00 or not rea-reaberto then
               display "Nao ha reabertura em aberto para este alvo!"
               go to refecha-periodo-exit
           end-if

           display "Reaberto em " rea-data-reabertura " por " rea-usuario
           display "Justificativa: " rea-justificativa
           display "Confirma o novo fechamento? ('S' para confirmar): "
           accept ws-opcao-campo
           if ws-opcao-campo <> "S" and ws-opcao-campo <> "s" then
               go to refecha-periodo-exit
           end-if

           accept ws-log-data from date yyyymmdd
           move "F"               to rea-situacao
           move ws-log-data       to rea-data-refechamento
           move ws-usuario-cod    to rea-usuario-refech
           rewrite rea-registro
           if ws-fs-arqReabertura <> 00 then
               move 26                                     to ws-msn-erro-ofsset
               move ws-fs-arqReabertura                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqReabertura "   to ws-msn-erro-text
               perform trata-erro-operacao
               go to refecha-periodo-exit
           end-if

           move ws-alvo-reab to ws-log-cod-alvo
           move spaces       to ws-log-complemento
           string rea-ano "/" rea-periodo " " rea-tipo
                  delimited by size into ws-log-complemento
           move "REFECHA   " to ws-log-operacao
           perform grava-log-complemento
           display "Periodo fechado novamente."
           .
       refecha-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista as reaberturas ainda nao fechadas novamente                     |
      *>________________________________________________________________________|
       lista-reaberturas section.

           display erase
           move "N"        to ws-fim-reabertura
           move zero       to ws-qtd-reabertos
           move low-values to rea-chave
           start arqReabertura key is >= rea-chave
           if  ws-fs-arqReabertura <> 00
               if ws-fs-arqReabertura = 23 then
                   set fim-reabertura to true
               else
                   move 26                                  to ws-msn-erro-ofsset
                   move ws-fs-arqReabertura                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqReabertura "   to ws-msn-erro-text
                   perform trata-erro-operacao
                   set fim-reabertura to true
               end-if
           end-if

           display "ANO  PER TIPO ALVO   REABERTO USR JUSTIFICATIVA"
           perform until fim-reabertura
               read arqReabertura next
               if  ws-fs-arqReabertura = 10
               or  ws-fs-arqReabertura = 23 then
                   set fim-reabertura to true
               else
                   if ws-fs-arqReabertura <> 00 then
                       move 26                                  to ws-msn-erro-ofsset
                       move ws-fs-arqReabertura                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqReabertura "   to ws-msn-erro-text
                       perform trata-erro-operacao
                       set fim-reabertura to true
                   else
                       if rea-reaberto
                           display rea-ano " " rea-periodo "   " rea-tipo "    "
                                   rea-alvo " " rea-data-reabertura " "
                                   rea-usuario " " rea-justificativa
                           add 1 to ws-qtd-reabertos
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtd-reabertos = zero then
               display "Nenhum periodo reaberto."
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       lista-reaberturas-exit.
           exit.

      *>________________________________________________________________________
      *>  Bimestre (1 a 4) a que pertence a data ws-per-data-chk - espacos se   |
      *>  a data nao cair em nenhum bimestre cadastrado                         |
      *>________________________________________________________________________|
       localiza-periodo-data section.

           move ws-per-data-chk(1:4) to ws-per-ano-chk
           move spaces               to ws-per-periodo-chk

           move 1 to ws-ind-per
           perform until ws-ind-per > 4
                      or ws-per-periodo-chk <> spaces
               move ws-per-ano-chk to per-ano
               move ws-ind-per     to per-periodo
               read arqPeriodo
               if  ws-fs-arqPeriodo = 00
               and per-data-abertura   <= ws-per-data-chk
               and per-data-fechamento >= ws-per-data-chk then
                   move ws-ind-per to ws-per-periodo-chk
               end-if
               add 1 to ws-ind-per
           end-perform
           .
       localiza-periodo-data-exit.
           exit.

      *>________________________________________________________________________
      *>  Trava de lancamento: o periodo ws-per-ano-chk/ws-per-periodo-chk      |
      *>  esta liberado se nao foi cadastrado, se hoje esta entre a abertura e  |
      *>  o fechamento, ou se ha reabertura em aberto p/ o aluno ou a turma     |
      *>________________________________________________________________________|
       verifica-periodo-aberto section.

           move "S"    to ws-periodo-liberado
           move spaces to ws-motivo-periodo

           if ws-per-periodo-chk = spaces then
               go to verifica-periodo-aberto-exit
           end-if

           move ws-per-ano-chk     to per-ano
           move ws-per-periodo-chk to per-periodo
           read arqPeriodo
           if ws-fs-arqPeriodo = 23 then
               go to verifica-periodo-aberto-exit
           end-if
           if ws-fs-arqPeriodo <> 00 then
               move 26                                  to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
               perform trata-erro-operacao
               move "N" to ws-periodo-liberado
               move "PERIODOS LETIVOS INDISPONIVEIS" to ws-motivo-periodo
               go to verifica-periodo-aberto-exit
           end-if

           accept ws-per-hoje from date yyyymmdd
           if ws-per-hoje < per-data-abertura then
               move "N" to ws-periodo-liberado
               string "PERIODO " per-ano "/" per-periodo " SO ABRE EM "
                      per-data-abertura(7:2) "/" per-data-abertura(5:2) "/"
                      per-data-abertura(1:4)
                      delimited by size into ws-motivo-periodo
               go to verifica-periodo-aberto-exit
           end-if
           if ws-per-hoje <= per-data-fechamento then
               go to verifica-periodo-aberto-exit
           end-if

      *>    fechado: vale a reabertura em aberto para o aluno ou a turma
           move per-ano        to rea-ano
           move per-periodo    to rea-periodo
           move "A"            to rea-tipo
           move ws-per-cod-chk to rea-alvo
           read arqReabertura
           if ws-fs-arqReabertura = 00 and rea-reaberto then
               go to verifica-periodo-aberto-exit
           end-if

           if ws-per-turma-chk <> spaces then
               move per-ano          to rea-ano
               move per-periodo      to rea-periodo
               move "T"              to rea-tipo
               move ws-per-turma-chk to rea-alvo
               read arqReabertura
               if ws-fs-arqReabertura = 00 and rea-reaberto then
                   go to verifica-periodo-aberto-exit
               end-if
           end-if

           move "N" to ws-periodo-liberado
           string "PERIODO " per-ano "/" per-periodo " FECHADO EM "
                  per-data-fechamento(7:2) "/" per-data-fechamento(5:2) "/"
                  per-data-fechamento(1:4)
                  delimited by size into ws-motivo-periodo
           .
       verifica-periodo-aberto-exit.
           exit.

      *>________________________________________________________________________
      *>  Declaracoes (matricula, frequencia, escolaridade) e consulta da       |
      *>  autenticidade de um documento emitido pelo codigo impresso nele       |
      *>________________________________________________________________________|
       declaracoes section.

           move spaces to ws-sair-turma
           perform until ws-sair-turma = "V"
                      or ws-sair-turma = "v"

               display erase
               display "             | ______DECLARACOES E AUTENTICIDADE__________|  "
               display "             |                                             |  "
               display "             | ___________________________________________ |  "
               display "Digite '1' para declaracao de matricula"
               display "Digite '2' para declaracao de frequencia"
               display "Digite '3' para declaracao de escolaridade"
               display "Digite '4' para consultar a autenticidade de um documento"
               display "Digite 'V' para voltar ao menu principal"
               accept ws-opcao-turma

               evaluate ws-opcao-turma
                  when '1'
                      move "DM" to ws-doc-tipo
                      perform emite-declaracao

                  when '2'
                      move "DF" to ws-doc-tipo
                      perform emite-declaracao

                  when '3'
                      move "DE" to ws-doc-tipo
                      perform emite-declaracao

                  when '4'
                      perform consulta-autenticidade

                  when 'V'
                      move "V" to ws-sair-turma

                  when 'v'
                      move "V" to ws-sair-turma

                  when other
                      display "Opcao invalida***"
               end-evaluate

           end-perform
           .
       declaracoes-exit.
           exit.

      *>________________________________________________________________________
      *>  Emite em Declaracao.txt a declaracao ws-doc-tipo (DM matricula, DF    |
      *>  frequencia, DE escolaridade) do aluno informado, registrada com       |
      *>  numero e codigo de autenticacao no arqDocEmitido. Matricula e         |
      *>  frequencia so para aluno ativo; escolaridade atende tambem o          |
      *>  inativo e o transferido (serie cursada e situacao)                    |
      *>________________________________________________________________________|
       emite-declaracao section.

           accept ws-data-ano from date yyyymmdd

           display erase
           display "Informe o cod. do aluno: "
           accept fd-cod

           read arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               if ws-fs-arqCadAluno = 23 then
                   display "Aluno nao cadastrado!"
               else
                   move 28                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to emite-declaracao-exit
           end-if

           if  not fd-status-ativo
           and ws-doc-tipo <> "DE" then
               display "Aluno inativo ou transferido - emita a declaracao de escolaridade."
               display "Tecle ENTER para voltar ao menu"
               accept ws-presenca
               go to emite-declaracao-exit
           end-if

           move fd-turma to tur-cod
           read arqCadTurma
           if ws-fs-arqCadTurma <> 00 then
               move spaces to tur-serie
               move spaces to tur-turno
           end-if

           move spaces to trf-data
           move spaces to trf-escola
           if fd-status-transferido then
               move fd-cod to trf-cod
               read arqTransferencia
               if ws-fs-arqTransferencia <> 00 then
                   move spaces to trf-data
                   move spaces to trf-escola
               end-if
           end-if

           open output arqDeclaracao
           if ws-fs-arqDeclaracao <> 00 then
               move 28                                    to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDeclaracao "   to ws-msn-erro-text
               perform trata-erro-operacao
               go to emite-declaracao-exit
           end-if

           move fd-cod   to ws-doc-cod
           move fd-aluno to ws-doc-aluno
           perform registra-documento
           if not doc-gravado then
               close arqDeclaracao
               display "Declaracao nao emitida: falha ao registrar o documento."
               display "Tecle ENTER para voltar ao menu"
               accept ws-presenca
               go to emite-declaracao-exit
           end-if

           evaluate ws-doc-tipo
               when "DM"
                   write decl-linha from ws-decl-titulo-matr
               when "DF"
                   write decl-linha from ws-decl-titulo-freq
               when other
                   write decl-linha from ws-decl-titulo-esco
           end-evaluate
           write decl-linha from ws-guia-branco
           write decl-linha from ws-guia-escola
           move spaces to wdc-data-emissao
           string ws-log-data(7:2) "/" ws-log-data(5:2) "/" ws-log-data(1:4)
                  delimited by size into wdc-data-emissao
           write decl-linha from ws-decl-emissao
           write decl-linha from ws-guia-branco

           write decl-linha from ws-decl-abertura
           move spaces to ws-decl-texto
           evaluate true
               when ws-doc-tipo = "DM"
                   string "encontra-se regularmente matriculado(a) nesta escola no ano letivo de "
                          ws-ano-corrente "."
                          delimited by size into ws-decl-texto
               when ws-doc-tipo = "DF"
                   string "encontra-se matriculado(a) nesta escola no ano letivo de "
                          ws-ano-corrente ", com a frequencia"
                          delimited by size into ws-decl-texto
               when fd-status-ativo
                   string "cursa nesta escola, no ano letivo de " ws-ano-corrente
                          ", a serie e a turma indicadas abaixo."
                          delimited by size into ws-decl-texto
               when other
                   move "foi aluno(a) desta escola, onde cursou a serie e a turma indicadas abaixo."
                     to ws-decl-texto
           end-evaluate
           write decl-linha from ws-decl-texto
           if ws-doc-tipo = "DF" then
               move "apurada ate a data de emissao indicada abaixo." to ws-decl-texto
               write decl-linha from ws-decl-texto
           end-if
           write decl-linha from ws-guia-branco

           move "ALUNO.......: " to wsg-rotulo
           move fd-aluno         to wsg-valor
           write decl-linha from ws-guia-rotulo
           move "CODIGO......: " to wsg-rotulo
           move fd-cod           to wsg-valor
           write decl-linha from ws-guia-rotulo
           move "TURMA.......: " to wsg-rotulo
           move fd-turma         to wsg-valor
           write decl-linha from ws-guia-rotulo
           move "SERIE.......: " to wsg-rotulo
           move tur-serie        to wsg-valor
           write decl-linha from ws-guia-rotulo
           move "TURNO.......: " to wsg-rotulo
           move tur-turno        to wsg-valor
           write decl-linha from ws-guia-rotulo

           if ws-doc-tipo = "DF" then
               perform conta-freq-detalhe
               move ws-freq-det-aulas to wsg-aulas
               move ws-freq-det-pres  to wsg-presencas
               if ws-freq-det-aulas > zero
                   compute ws-perc-freq rounded =
                           (ws-freq-det-pres * 100) / ws-freq-det-aulas
               else
                   move 100 to ws-perc-freq
               end-if
               move ws-perc-freq to wsg-perc-freq
               write decl-linha from ws-guia-freq
           end-if

           if  ws-doc-tipo = "DE"
           and not fd-status-ativo then
               move "SITUACAO....: " to wsg-rotulo
               move fd-situacao      to wsg-valor
               write decl-linha from ws-guia-rotulo
               if trf-data <> spaces then
                   move trf-data   to wsg-trf-data
                   move trf-escola to wsg-trf-escola
                   write decl-linha from ws-guia-destino
               end-if
           end-if
           write decl-linha from ws-guia-branco

           write decl-linha from ws-decl-autenticacao
           write decl-linha from ws-decl-confere
           write decl-linha from ws-guia-branco
           write decl-linha from ws-guia-assinatura

           close arqDeclaracao
           if ws-fs-arqDeclaracao <> 00 then
               move 28                                    to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDeclaracao "  to ws-msn-erro-text
               perform trata-erro-operacao
           else
               move fd-cod to ws-log-cod-alvo
               move spaces to ws-log-complemento
               string "DOC " doc-seq " TIPO " doc-tipo " AUT " doc-autenticacao
                      delimited by size into ws-log-complemento
               move "DECLARACAO" to ws-log-operacao
               perform grava-log-complemento
               display "Declaracao gerada em Declaracao.txt"
               display "Documento n. " doc-seq " - autenticacao: "
                       doc-autenticacao
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       emite-declaracao-exit.
           exit.

      *>________________________________________________________________________
      *>  Confere pelo codigo de autenticacao (com ou sem os pontos) se o       |
      *>  documento foi emitido pela escola, e de quem ele e                    |
      *>________________________________________________________________________|
       consulta-autenticidade section.

           display erase
           display "Informe o codigo de autenticacao (NNNN.NNNN.NNNN): "
           accept ws-aut-consulta

      *>    digitado sem os pontos: 12 digitos corridos
           if  ws-aut-consulta(13:2) = spaces
           and ws-aut-consulta(1:12) is numeric then
               move ws-aut-consulta(1:12) to ws-aut-digitos
               move spaces to ws-aut-consulta
               string ws-aut-digitos(1:4) "." ws-aut-digitos(5:4) "."
                      ws-aut-digitos(9:4)
                      delimited by size into ws-aut-consulta
           end-if

           move ws-aut-consulta to doc-autenticacao
           read arqDocEmitido key is doc-autenticacao
           if ws-fs-arqDocEmitido <> 00 then
               if ws-fs-arqDocEmitido = 23 then
                   display "Codigo " ws-aut-consulta " NAO CONFERE: nenhum documento"
                   display "emitido por esta escola tem este codigo de autenticacao."
               else
                   move 28                                    to ws-msn-erro-ofsset
                   move ws-fs-arqDocEmitido                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDocEmitido "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           else
               evaluate true
                   when doc-declaracao-matricula
                       move "DECLARACAO DE MATRICULA"    to ws-doc-tipo-descr
                   when doc-declaracao-frequencia
                       move "DECLARACAO DE FREQUENCIA"   to ws-doc-tipo-descr
                   when doc-declaracao-escolaridade
                       move "DECLARACAO DE ESCOLARIDADE" to ws-doc-tipo-descr
                   when doc-guia-transferencia
                       move "GUIA DE TRANSFERENCIA"      to ws-doc-tipo-descr
                   when doc-historico-escolar
                       move "HISTORICO ESCOLAR"          to ws-doc-tipo-descr
                   when other
                       move doc-tipo                     to ws-doc-tipo-descr
               end-evaluate
               display "Documento AUTENTICO emitido por esta escola:"
               display "Numero....: " doc-seq
               display "Documento.: " ws-doc-tipo-descr
               display "Aluno.....: " doc-cod " - " doc-aluno
               display "Emitido em: " doc-data(7:2) "/" doc-data(5:2) "/"
                       doc-data(1:4) " as " doc-hora(1:2) ":" doc-hora(3:2)
               display "Operador..: " doc-usuario

               move doc-cod to ws-log-cod-alvo
               move spaces  to ws-log-complemento
               string "DOC " doc-seq " AUT " doc-autenticacao
                      delimited by size into ws-log-complemento
               move "AUTENTICA " to ws-log-operacao
               perform grava-log-complemento
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       consulta-autenticidade-exit.
           exit.

      *>________________________________________________________________________
      *>  Registra no arqDocEmitido o documento em curso (ws-doc-tipo,          |
      *>  ws-doc-cod, ws-doc-aluno): numero da sequencia e codigo de            |
      *>  autenticacao. doc-gravado indica se o registro foi feito              |
      *>________________________________________________________________________|
       registra-documento section.

           move "N"  to ws-doc-gravado
           move zero to ws-aut-tentativa
           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           perform until doc-gravado
                      or ws-aut-tentativa > 5
               perform proximo-numero-documento
               perform calcula-autenticacao

               move docctl-ultimo  to doc-seq
               move ws-doc-tipo    to doc-tipo
               move ws-doc-cod     to doc-cod
               move ws-doc-aluno   to doc-aluno
               move ws-log-data    to doc-data
               move ws-log-hora    to doc-hora
               move ws-usuario-cod to doc-usuario

               write doc-registro
               if ws-fs-arqDocEmitido = 00 then
                   set doc-gravado to true
               else
                   if ws-fs-arqDocEmitido = 22 then
                       add 1 to ws-aut-tentativa
                   else
                       move 28                                    to ws-msn-erro-ofsset
                       move ws-fs-arqDocEmitido                  to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqDocEmitido " to ws-msn-erro-text
                       perform trata-erro-operacao
                       move 99 to ws-aut-tentativa
                   end-if
               end-if
           end-perform

           if doc-gravado then
               move doc-seq          to wdc-seq
               move doc-autenticacao to wdc-autenticacao
           end-if
           .
       registra-documento-exit.
           exit.

      *>________________________________________________________________________
      *>  Proximo numero de documento (registro unico do ControleDocumentos.dat,|
      *>  criado zerado na primeira emissao) - fica em docctl-ultimo            |
      *>________________________________________________________________________|
       proximo-numero-documento section.

           move 1 to ws-doc-rel
           read arqControleDoc
           if ws-fs-arqControleDoc = 23 then
               move zero to docctl-ultimo
               write docctl-registro
               if ws-fs-arqControleDoc <> 00 then
                   move 28                                      to ws-msn-erro-ofsset
                   move ws-fs-arqControleDoc                    to ws-msn-erro-cod
                   move "Erro ao criar arq. arqControleDoc "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-arqControleDoc <> 00 then
                   move 28                                      to ws-msn-erro-ofsset
                   move ws-fs-arqControleDoc                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqControleDoc "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           add 1 to docctl-ultimo
           rewrite docctl-registro
           if ws-fs-arqControleDoc <> 00 then
               move 28                                      to ws-msn-erro-ofsset
               move ws-fs-arqControleDoc                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqControleDoc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       proximo-numero-documento-exit.
           exit.

      *>________________________________________________________________________
      *>  Codigo de autenticacao (NNNN.NNNN.NNNN) do documento docctl-ultimo:   |
      *>  9 digitos do resto do numero, data e hora da emissao por um primo     |
      *>  grande e 3 digitos de conferencia; ws-aut-tentativa muda a semente    |
      *>  quando o codigo colide com um ja gravado                              |
      *>________________________________________________________________________|
       calcula-autenticacao section.

           move ws-log-data to ws-aut-data
           move ws-log-hora to ws-aut-hora

           compute ws-aut-base = docctl-ultimo    * 7919
                               + ws-aut-hora      * 104729
                               + ws-aut-data      * 31
                               + ws-aut-tentativa * 15485863
           divide ws-aut-base by 999999937
               giving ws-aut-quociente remainder ws-aut-resto

           compute ws-aut-base = ws-aut-resto * 3
                               + docctl-ultimo * 17
                               + ws-aut-hora
           divide ws-aut-base by 997
               giving ws-aut-quociente remainder ws-aut-dv

           move spaces to doc-autenticacao
           string ws-aut-digitos(1:4) "." ws-aut-digitos(5:4) "."
                  ws-aut-digitos(9:4)
                  delimited by size into doc-autenticacao
           .
       calcula-autenticacao-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava no log de auditoria uma operacao com alvo (ws-log-cod-alvo) e   |
      *>  texto complementar (ws-log-complemento) - ex.: reabertura de periodo  |
      *>________________________________________________________________________|
       grava-log-complemento section.

           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           move ws-log-data        to log-data
           move ws-log-hora        to log-hora
           move ws-log-operacao    to log-operacao
           move ws-log-cod-alvo    to log-cod
           move ws-usuario-cod     to log-usuario
           move ws-log-complemento to log-complemento

           write log-registro
           if ws-fs-arqLogAlunos <> 00 then
               display "Aviso: falha ao gravar log de auditoria - fs "
                       ws-fs-arqLogAlunos
           end-if
           .
       grava-log-complemento-exit.
           exit.

      *>________________________________________________________________________
      *>  Conselho de classe por turma: alunos elegiveis (RECUPERACAO,          |
      *>  REPROVADO e REP.FALTA), deliberacao por aluno, presentes e ata        |
      *>________________________________________________________________________|
       conselho-classe section.

           move spaces to ws-sair-turma
           perform until ws-sair-turma = "V"
                      or ws-sair-turma = "v"

               display erase
               display "             | __________CONSELHO DE CLASSE_______________|  "
               display "             |                                             |  "
               display "             | ___________________________________________ |  "
               display "Digite '1' para listar os alunos elegiveis da turma"
               display "Digite '2' para registrar a deliberacao de um aluno"
               display "Digite '3' para registrar os presentes da reuniao"
               display "Digite '4' para emitir a ata da turma"
               display "Digite 'V' para voltar ao menu principal"
               accept ws-opcao-turma

               evaluate ws-opcao-turma
                  when '1'
                      perform lista-conselho-turma

                  when '2'
                      perform registra-deliberacao

                  when '3'
                      perform registra-presentes

                  when '4'
                      perform emite-ata-conselho

                  when 'V'
                      move "V" to ws-sair-turma

                  when 'v'
                      move "V" to ws-sair-turma

                  when other
                      display "Opcao invalida***"
               end-evaluate

           end-perform
           .
       conselho-classe-exit.
           exit.

      *>________________________________________________________________________
      *>  Pede a turma do conselho e le o cadastro da turma                     |
      *>________________________________________________________________________|
       le-turma-conselho section.

           display "Informe a turma: "
           accept ws-turma-cons

           move ws-turma-cons to tur-cod
           read arqCadTurma
           if ws-fs-arqCadTurma <> 00 then
               if ws-fs-arqCadTurma = 23 then
                   display "Turma nao cadastrada!"
               else
                   move 27                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadTurma                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadTurma "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               move spaces to ws-turma-cons
           end-if

           accept ws-data-ano from date yyyymmdd
           .
       le-turma-conselho-exit.
           exit.

      *>________________________________________________________________________
      *>  Situacao apurada do aluno de fd-alunos SEM a deliberacao do conselho  |
      *>  (e sobre ela que o conselho decide), e a deliberacao do ano, se houver|
      *>________________________________________________________________________|
       avalia-aluno-conselho section.

           set ignora-conselho to true
           perform apura-situacao-aluno
           move "N" to ws-ignora-conselho

           move fd-situacao to ws-situacao-apurada
           if fd-media-final > zero
               move fd-media-final to ws-media-cons
           else
               move fd-media       to ws-media-cons
           end-if

           move "N" to ws-elegivel-conselho
           if ws-situacao-apurada = "RECUPERACAO"
           or ws-situacao-apurada = "REPROVADO"
           or ws-situacao-apurada = "REP.FALTA" then
               move "S" to ws-elegivel-conselho
           end-if

           move "N"              to ws-con-existe
           move "SEM DELIBERACAO" to ws-deliberacao-descr
           move ws-ano-corrente  to con-ano
           move fd-cod           to con-cod
           read arqConselho
           if ws-fs-arqConselho = 00 then
               move "S" to ws-con-existe
               if con-aprovado
                   move "APROVADO PELO CONSELHO" to ws-deliberacao-descr
               else
                   move "MANTIDA A SITUACAO"     to ws-deliberacao-descr
               end-if
           else
               if ws-fs-arqConselho <> 23 then
                   move 27                                  to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           end-if
           .
       avalia-aluno-conselho-exit.
           exit.

      *>________________________________________________________________________
      *>  Lista os alunos ativos da turma elegiveis ao conselho (ou ja com      |
      *>  deliberacao no ano) com medias, frequencia e deliberacao              |
      *>________________________________________________________________________|
       lista-conselho-turma section.

           display erase
           perform le-turma-conselho
           if ws-turma-cons = spaces then
               go to lista-conselho-turma-exit
           end-if

           display "Turma " tur-cod " - " tur-serie " - ano " ws-ano-corrente
           display "COD    ALUNO                     MEDIA FREQ%  APURADA     DELIBERACAO"

           move zero       to ws-qtd-elegiveis
           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if  ws-fs-arqCadAluno <> 00
           and ws-fs-arqCadAluno <> 23 then
               move 27                                  to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
               perform trata-erro-operacao
               go to lista-conselho-turma-exit
           end-if

           perform until ws-fs-arqCadAluno = 10
                      or ws-fs-arqCadAluno = 23
               read arqCadAluno next
               if ws-fs-arqCadAluno = 00
                   if  fd-status-ativo
                   and fd-turma = ws-turma-cons then
                       perform avalia-aluno-conselho
                       if elegivel-conselho or con-existe
                           move ws-perc-freq  to ws-freq-cons
                           move ws-media-cons to ws-nota-edit
                           display fd-cod " " fd-aluno " " ws-nota-edit " "
                                   ws-freq-cons " " ws-situacao-apurada " "
                                   ws-deliberacao-descr
                           add 1 to ws-qtd-elegiveis
                       end-if
                   end-if
               else
                   if  ws-fs-arqCadAluno <> 10
                   and ws-fs-arqCadAluno <> 23 then
                       move 27                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                       perform trata-erro-operacao
                       move 10 to ws-fs-arqCadAluno
                   end-if
               end-if
           end-perform

           if ws-qtd-elegiveis = zero then
               display "Nenhum aluno da turma para o conselho de classe."
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       lista-conselho-turma-exit.
           exit.

      *>________________________________________________________________________
      *>  Registra (ou altera) a deliberacao do conselho para um aluno e        |
      *>  reapura a situacao - a deliberacao prevalece sobre a apuracao         |
      *>________________________________________________________________________|
       registra-deliberacao section.

           display erase
           display "Informe o codigo do aluno: "
           accept fd-cod

           read arqCadAluno
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   display "Codigo informado invalido!"
               else
                   move 27                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
               go to registra-deliberacao-exit
           end-if

           if not fd-status-ativo
               display "Aluno inativo ou transferido - fora do conselho!"
               go to registra-deliberacao-exit
           end-if

           accept ws-data-ano from date yyyymmdd
           perform avalia-aluno-conselho
           if not elegivel-conselho and not con-existe
               display "Aluno nao elegivel ao conselho - situacao apurada: "
                       ws-situacao-apurada
               go to registra-deliberacao-exit
           end-if

           move ws-perc-freq  to ws-freq-cons
           move ws-media-cons to ws-nota-edit
           display "Aluno: " fd-aluno " Turma: " fd-turma
           display "Media: " ws-nota-edit " Frequencia: " ws-freq-cons
                   "% Situacao apurada: " ws-situacao-apurada
           if con-existe
               display "Deliberacao atual: " ws-deliberacao-descr
                       " em " con-data " por " con-usuario
               display "Justificativa: " con-justificativa
           end-if

           display "Deliberacao: 'M'antem a situacao ou 'A'prova pelo conselho: "
           accept ws-deliberacao
           if ws-deliberacao = "m" then
               move "M" to ws-deliberacao
           end-if
           if ws-deliberacao = "a" then
               move "A" to ws-deliberacao
           end-if
           if not deliberacao-valida then
               display "Deliberacao invalida!"
               go to registra-deliberacao-exit
           end-if

           display "Justificativa (obrigatoria): "
           accept ws-justificativa
           if ws-justificativa = spaces then
               display "Justificativa obrigatoria - deliberacao nao registrada!"
               go to registra-deliberacao-exit
           end-if

           display "Confirma a deliberacao? ('S' para confirmar): "
           accept ws-opcao-campo
           if ws-opcao-campo <> "S" and ws-opcao-campo <> "s" then
               go to registra-deliberacao-exit
           end-if

           accept ws-log-data from date yyyymmdd
           move ws-ano-corrente      to con-ano
           move fd-cod               to con-cod
           move fd-turma             to con-turma
           move ws-situacao-apurada  to con-situacao-apurada
           move ws-media-cons        to con-media
           move ws-perc-freq         to con-perc-freq
           move ws-deliberacao       to con-deliberacao
           move ws-justificativa     to con-justificativa
           move ws-log-data          to con-data
           move ws-usuario-cod       to con-usuario

           if con-existe
               rewrite con-registro
           else
               write con-registro
           end-if
           if ws-fs-arqConselho <> 00 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqConselho                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqConselho "     to ws-msn-erro-text
               perform trata-erro-operacao
               go to registra-deliberacao-exit
           end-if

      *>    reapura com a deliberacao e espelha no historico do ano
           perform apura-situacao-aluno
           rewrite fd-alunos
           if ws-fs-arqCadAluno <> 00 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCadAluno "     to ws-msn-erro-text
               perform trata-erro-operacao
               go to registra-deliberacao-exit
           end-if
           perform grava-historico-ano

           move fd-cod to ws-log-cod-alvo
           move spaces to ws-log-complemento
           string con-ano " " con-deliberacao " " con-justificativa
                  delimited by size into ws-log-complemento
           move "CONSELHO  " to ws-log-operacao
           perform grava-log-complemento
           display "Deliberacao registrada. Situacao no ano: " fd-situacao
           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       registra-deliberacao-exit.
           exit.

      *>________________________________________________________________________
      *>  Registra os presentes a reuniao do conselho da turma (nome e funcao)  |
      *>  - a lista sai na ata para assinatura                                  |
      *>________________________________________________________________________|
       registra-presentes section.

           display erase
           perform le-turma-conselho
           if ws-turma-cons = spaces then
               go to registra-presentes-exit
           end-if

           perform lista-presentes-turma

           if ws-cpr-seq > zero
               display "Refazer a lista? ('S' apaga a lista atual): "
               accept ws-opcao-campo
               if ws-opcao-campo = "S" or ws-opcao-campo = "s" then
                   move 1 to ws-ind-presente
                   perform until ws-ind-presente > ws-cpr-seq
                       move ws-ano-corrente to cpr-ano
                       move ws-turma-cons   to cpr-turma
                       move ws-ind-presente to cpr-seq
                       delete arqConsPresente
                       if  ws-fs-arqConsPresente <> 00
                       and ws-fs-arqConsPresente <> 23 then
                           move 27                                     to ws-msn-erro-ofsset
                           move ws-fs-arqConsPresente                  to ws-msn-erro-cod
                           move "Erro ao excluir arq. arqConsPresente " to ws-msn-erro-text
                           perform trata-erro-operacao
                       end-if
                       add 1 to ws-ind-presente
                   end-perform
                   move zero to ws-cpr-seq
               end-if
           end-if

           move "N" to ws-fim-presente
           perform until fim-presente
               display "Nome do presente (ENTER encerra): "
               accept ws-cpr-nome
               if ws-cpr-nome = spaces or ws-cpr-seq = 99 then
                   set fim-presente to true
               else
                   display "Funcao (professor, coordenacao, direcao...): "
                   accept ws-cpr-funcao
                   add 1 to ws-cpr-seq
                   move ws-ano-corrente to cpr-ano
                   move ws-turma-cons   to cpr-turma
                   move ws-cpr-seq      to cpr-seq
                   move ws-cpr-nome     to cpr-nome
                   move ws-cpr-funcao   to cpr-funcao
                   write cpr-registro
                   if ws-fs-arqConsPresente <> 00 then
                       move 27                                     to ws-msn-erro-ofsset
                       move ws-fs-arqConsPresente                  to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqConsPresente " to ws-msn-erro-text
                       perform trata-erro-operacao
                       set fim-presente to true
                   end-if
               end-if
           end-perform
           .
       registra-presentes-exit.
           exit.

      *>________________________________________________________________________
      *>  Mostra os presentes registrados da turma ws-turma-cons no ano e       |
      *>  devolve em ws-cpr-seq o ultimo numero de ordem usado                  |
      *>________________________________________________________________________|
       lista-presentes-turma section.

           move zero            to ws-cpr-seq
           move "N"             to ws-fim-presente
           move ws-ano-corrente to cpr-ano
           move ws-turma-cons   to cpr-turma
           move zero            to cpr-seq
           start arqConsPresente key is >= cpr-chave
           if ws-fs-arqConsPresente <> 00 then
               set fim-presente to true
           end-if

           perform until fim-presente
               read arqConsPresente next
               if  ws-fs-arqConsPresente <> 00
               or  cpr-ano   <> ws-ano-corrente
               or  cpr-turma <> ws-turma-cons then
                   set fim-presente to true
               else
                   display cpr-seq " " cpr-nome " " cpr-funcao
                   move cpr-seq to ws-cpr-seq
               end-if
           end-perform

           if ws-cpr-seq = zero then
               display "Nenhum presente registrado para a turma."
           end-if
           .
       lista-presentes-turma-exit.
           exit.

      *>________________________________________________________________________
      *>  Emite a ata do conselho da turma em AtaConselho.txt: alunos com a     |
      *>  situacao apurada, a deliberacao e a justificativa, e os presentes     |
      *>  com linha para assinatura                                             |
      *>________________________________________________________________________|
       emite-ata-conselho section.

           display erase
           perform le-turma-conselho
           if ws-turma-cons = spaces then
               go to emite-ata-conselho-exit
           end-if

           open output arqAtaConselho
           if ws-fs-arqAtaConselho <> 00 then
               move 27                                    to ws-msn-erro-ofsset
               move ws-fs-arqAtaConselho                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAtaConselho "  to ws-msn-erro-text
               perform trata-erro-operacao
               go to emite-ata-conselho-exit
           end-if

           accept ws-log-data from date yyyymmdd
           move tur-cod          to wat-turma
           move tur-serie        to wat-serie
           move tur-turno        to wat-turno
           move ws-ano-corrente  to wat-ano
           move spaces           to wat-data
           string ws-log-data(7:2) "/" ws-log-data(5:2) "/" ws-log-data(1:4)
                  delimited by size into wat-data

           write ata-linha from ws-ata-titulo
           write ata-linha from ws-guia-branco
           write ata-linha from ws-guia-escola
           write ata-linha from ws-ata-turma
           write ata-linha from ws-ata-data
           write ata-linha from ws-guia-branco
           write ata-linha from ws-ata-texto1
           write ata-linha from ws-ata-texto2
           write ata-linha from ws-guia-branco
           write ata-linha from ws-ata-cabecalho

           move zero       to ws-qtd-elegiveis
           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
           if  ws-fs-arqCadAluno <> 00
           and ws-fs-arqCadAluno <> 23 then
               move 27                                  to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
               perform trata-erro-operacao
               move 10 to ws-fs-arqCadAluno
           end-if

           perform until ws-fs-arqCadAluno = 10
                      or ws-fs-arqCadAluno = 23
               read arqCadAluno next
               if ws-fs-arqCadAluno = 00
                   if  fd-status-ativo
                   and fd-turma = ws-turma-cons then
                       perform avalia-aluno-conselho
                       if elegivel-conselho or con-existe
                           perform imprime-aluno-ata
                       end-if
                   end-if
               else
                   if  ws-fs-arqCadAluno <> 10
                   and ws-fs-arqCadAluno <> 23 then
                       move 27                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                       perform trata-erro-operacao
                       move 10 to ws-fs-arqCadAluno
                   end-if
               end-if
           end-perform

           if ws-qtd-elegiveis = zero then
               write ata-linha from ws-ata-sem-aluno
           end-if

           write ata-linha from ws-guia-branco
           write ata-linha from ws-ata-presentes

           move zero            to ws-cpr-seq
           move "N"             to ws-fim-presente
           move ws-ano-corrente to cpr-ano
           move ws-turma-cons   to cpr-turma
           move zero            to cpr-seq
           start arqConsPresente key is >= cpr-chave
           if ws-fs-arqConsPresente <> 00 then
               set fim-presente to true
           end-if

           perform until fim-presente
               read arqConsPresente next
               if  ws-fs-arqConsPresente <> 00
               or  cpr-ano   <> ws-ano-corrente
               or  cpr-turma <> ws-turma-cons then
                   set fim-presente to true
               else
                   move cpr-nome   to wat-pres-nome
                   move cpr-funcao to wat-pres-funcao
                   write ata-linha from ws-guia-branco
                   write ata-linha from ws-ata-presente
                   move cpr-seq to ws-cpr-seq
               end-if
           end-perform

      *>    sem presentes registrados a ata sai com linhas em branco
      *>    para a relacao ser feita a mao na reuniao
           if ws-cpr-seq = zero then
               move spaces to wat-pres-nome wat-pres-funcao
               move 1 to ws-ind-presente
               perform until ws-ind-presente > 6
                   write ata-linha from ws-guia-branco
                   write ata-linha from ws-ata-presente
                   add 1 to ws-ind-presente
               end-perform
           end-if

           close arqAtaConselho
           if ws-fs-arqAtaConselho <> 00 then
               move 27                                    to ws-msn-erro-ofsset
               move ws-fs-arqAtaConselho                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAtaConselho " to ws-msn-erro-text
               perform trata-erro-operacao
           else
               move spaces to ws-log-cod-alvo
               move spaces to ws-log-complemento
               string "TURMA " ws-turma-cons " ANO " ws-ano-corrente
                      delimited by size into ws-log-complemento
               move "ATACONSELH"  to ws-log-operacao
               perform grava-log-complemento
               display "Ata gerada em AtaConselho.txt"
           end-if

           display "Tecle ENTER para voltar ao menu"
           accept ws-presenca
           .
       emite-ata-conselho-exit.
           exit.

      *>________________________________________________________________________
      *>  Uma linha de aluno na ata (e a justificativa, se deliberado)          |
      *>________________________________________________________________________|
       imprime-aluno-ata section.

           move fd-cod               to wat-cod
           move fd-aluno             to wat-aluno
           move ws-media-cons        to wat-media
           move ws-perc-freq         to wat-freq
           move ws-situacao-apurada  to wat-apurada
           move ws-deliberacao-descr to wat-deliberacao
           write ata-linha from ws-ata-aluno

           if con-existe
               move con-justificativa to wat-justificativa
               write ata-linha from ws-ata-justificativa
           end-if

           add 1 to ws-qtd-elegiveis
           .
       imprime-aluno-ata-exit.
           exit.

      *>________________________________________________________________________
      *>  Deliberacao do conselho de classe do ano para o aluno de fd-alunos:   |
      *>  aprovado pelo conselho prevalece sobre a situacao apurada             |
      *>________________________________________________________________________|
       aplica-deliberacao-conselho section.

           move "N" to ws-conselho-aprovou
           if ignora-conselho
               go to aplica-deliberacao-conselho-exit
           end-if

           accept ws-data-ano from date yyyymmdd
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
                   move 27                                  to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho "     to ws-msn-erro-text
                   perform trata-erro-operacao
               end-if
           end-if
           .
       aplica-deliberacao-conselho-exit.
           exit.

      *>________________________________________________________________________
               go to emite-guia-transf-exit
           end-if

           move "GT"     to ws-doc-tipo
           move fd-cod   to ws-doc-cod
           move fd-aluno to ws-doc-aluno
           perform registra-documento

           accept ws-log-data from date yyyymmdd
           move ws-log-data to wsg-data-emissao

           move ws-trf-escola to wsg-trf-escola
           write guia-linha from ws-guia-destino
           write guia-linha from ws-guia-branco
           if doc-gravado then
               write guia-linha from ws-decl-autenticacao
               write guia-linha from ws-decl-confere
               write guia-linha from ws-guia-branco
           end-if
           write guia-linha from ws-guia-assinatura

           close arqGuiaTransf
               perform trata-erro-operacao
           else
               display "Guia gerada em GuiaTransferencia.txt"
               if doc-gravado then
                   display "Documento n. " doc-seq " - autenticacao: "
                           doc-autenticacao
               else
                   display "Aviso: guia sem codigo de autenticacao (falha no registro)"
               end-if
           end-if
           .
       emite-guia-transf-exit.
           move freq-presenca to ws-presenca-antiga
           display "Lancamento atual: " ws-presenca-antiga

      *>    lancamento em data fora do calendario (invalida, futura, feriado,
      *>    recesso ou sem aula) nao pode ser regravado - so excluido
           move freq-data to ws-data-lanc
           perform valida-data-letiva
           if not data-letiva then
               display "Data fora do calendario letivo: " ws-motivo-data
               display "Para esta data so e permitida a exclusao ('E')."
           end-if

      *>    lancamento de bimestre ja fechado nao e estornado (salvo
      *>    reabertura do periodo p/ o aluno ou a turma dele)
           move spaces   to ws-per-turma-chk
           move freq-cod to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 00 then
               move fd-turma to ws-per-turma-chk
           end-if
           move freq-cod  to ws-per-cod-chk
           move freq-data to ws-per-data-chk
           perform localiza-periodo-data
           perform verifica-periodo-aberto
           if not periodo-liberado then
               display "Estorno recusado: " ws-motivo-periodo
               go to estornar-frequencia-exit
           end-if

           move spaces to ws-presenca-nova
           perform until ws-presenca-nova = "P"
                      or ws-presenca-nova = "F"
               go to estornar-frequencia-exit
           end-if

           if  not data-letiva
           and ws-presenca-nova <> "E" then
               display "Data fora do calendario letivo - estorno recusado."
               go to estornar-frequencia-exit
           end-if

      *>    regrava (ou exclui) o detalhe primeiro - se cair aqui, o
      *>    batch de reconciliacao acerta os contadores depois
           if ws-presenca-nova = "E" then
           move ws-log-operacao  to log-operacao
           move fd-cod            to log-cod
           move ws-usuario-cod    to log-usuario
           move spaces            to log-complemento

           write log-registro
           if ws-fs-arqLogAlunos <> 00 then
               perform finaliza-anormal
           end-if

           close arqDisciplina
           if ws-fs-arqDisciplina <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDisciplina " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqGrade
           if ws-fs-arqGrade <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqGrade                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqGrade "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCalendario
           if ws-fs-arqCalendario <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCalendario " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOcorrencia
           if ws-fs-arqOcorrencia <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOcorrencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlunoCompl
           if ws-fs-arqAlunoCompl <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunoCompl                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunoCompl " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMotivoFreq
           if ws-fs-arqMotivoFreq <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqMotivoFreq                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMotivoFreq " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPeriodo
           if ws-fs-arqPeriodo <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqPeriodo "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqReabertura
           if ws-fs-arqReabertura <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqReabertura                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqReabertura " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqConselho
           if ws-fs-arqConselho <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqConselho                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqConselho "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqConsPresente
           if ws-fs-arqConsPresente <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqConsPresente                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqConsPresente " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDocEmitido
           if ws-fs-arqDocEmitido <> 00 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocEmitido                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDocEmitido " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleDoc
           if ws-fs-arqControleDoc <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqControleDoc                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqControleDoc " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotaDisc
           if ws-fs-arqNotaDisc <> 00 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotaDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqUsuarios
           if ws-fs-arqUsuarios <> 00 then
               move 7                                  to ws-msn-erro-ofsset
