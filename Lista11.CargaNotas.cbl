       file-control.

      *>_______________________________________________________________________________
      *> notas do bimestre entregues pelos professores: codigo do aluno, disciplina,   |
      *> bimestre e nota, uma linha por aluno e disciplina - substitui a digitacao     |
      *> manual no cadastrar-notas.                                                    |
      *>_______________________________________________________________________________|
                  select arqNotasProf assign to "NotasProfessores.txt"
                  organization is line sequential
                  alternate record key is fd-aluno with duplicates
                  file status is ws-fs-arqCadAluno.

      *>_______________________________________________________________________________
      *> turma do aluno (tur-serie) e grade curricular da serie - a disciplina da      |
      *> linha precisa constar da grade da serie do aluno (mesma regra da tela).       |
      *>_______________________________________________________________________________|
                  select arqCadTurma assign to "arqCadTurma.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is tur-cod
                  file status is ws-fs-arqCadTurma.

                  select arqGrade assign to "arqGradeCurricular.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is grd-chave
                  file status is ws-fs-arqGrade.

      *>_______________________________________________________________________________
      *> notas por disciplina - um registro por aluno + ano + disciplina com os        |
      *> quatro bimestres; o fd-notas do cadastro guarda so o consolidado.             |
      *>_______________________________________________________________________________|
                  select arqNotaDisc assign to "arqNotaDisciplina.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is nd-chave
                  file status is ws-fs-arqNotaDisc.

      *>_______________________________________________________________________________
      *> linhas que nao puderam ser aplicadas (codigo inexistente, nota invalida,      |
      *> aluno inativo) - a linha original e preservada com o motivo ao lado, para     |
                  record key is usu-cod
                  file status is ws-fs-arqUsuarios.

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
      *> periodos letivos e reaberturas (mantidos no portal) - nota de bimestre ja      |
      *> fechado so entra se o periodo foi reaberto p/ o aluno ou a turma dele.         |
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

                  select arqLogAlunos assign to "arqLogAluno.txt"
                  organization is line sequential
                  access mode is sequential
       fd arqNotasProf.
       01 notas-prof.
           05  np-cod                              pic X(06).
           05  np-disc                             pic X(03).
           05  np-bimestre-x                       pic X(01).
           05  np-nota-x                           pic X(04).
       01 notas-prof-r.
           05  filler                              pic X(09).
           05  np-bimestre                         pic 9(01).
           05  np-nota                             pic 9(02)v99.

       fd arqCadAluno.
       01 fd-alunos.
               88  fd-status-inativo                value "I".
               88  fd-status-transferido            value "T".

       fd arqCadTurma.
       01 fd-turmas.
           05  tur-cod                             pic X(03).
           05  tur-serie                           pic X(10).
           05  tur-turno                           pic X(01).
           05  tur-professor                       pic X(25).
           05  tur-capacidade                      pic 9(03).

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

       fd arqHistAcad.
       01 ha-registro.
           05  ha-chave.
           05  rej-separador                       pic X(03).
           05  rej-motivo                          pic X(40).

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

       fd arqPeriodo.
       01 per-registro.
           05  per-chave.
               10  per-ano                         pic X(04).
               10  per-periodo                     pic X(01).
           05  per-data-abertura                   pic X(08).
           05  per-data-fechamento                 pic X(08).
           05  per-usuario                         pic X(03).

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

       fd arqLogAlunos.
       01 log-registro.
           05  log-data                            pic X(08).
           05  log-operacao                        pic X(10).
           05  log-cod                             pic X(06).
           05  log-usuario                         pic X(03).
           05  log-complemento                     pic X(70).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqNotasProf                       pic 9(02).
       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqGrade                           pic 9(02).
       77 ws-fs-arqNotaDisc                        pic 9(02).
       77 ws-fs-arqRejeitados                      pic 9(02).
       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqLogAlunos                       pic 9(02).
       77 ws-fs-arqUsuarios                        pic 9(02).
       77 ws-fs-arqPeriodo                         pic 9(02).
       77 ws-fs-arqReabertura                      pic 9(02).
       77 ws-fs-arqConselho                        pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       01 ws-data-ano.
           05  ws-ano-corrente                     pic X(04).
           05  filler                              pic X(04).
       01 ws-conselho-aprovou                      pic X(01).
           88  conselho-aprovou                    value "S".

      *>____________________________________________________________________
      *> notas por disciplina: serie do aluno, registro da disciplina e     |
      *> consolidacao das disciplinas da grade (mesma regra da tela).       |
      *>____________________________________________________________________|
       77 ws-serie-aluno                           pic X(10).
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
       77 ws-media-bim                             pic 9(02)v99 value zero.
       01 ws-tab-bimestres.
           05  ws-bim-acum occurs 4 times.
               10  ws-bim-soma                     pic 9(05)v99.
               10  ws-bim-qtd                      pic 9(03).

      *>____________________________________________________________________
      *> trava de periodo: data de hoje p/ comparar com abertura/fechamento |
      *>____________________________________________________________________|
       77 ws-per-hoje                              pic X(08).

       77 ws-qtd-lidos                             pic 9(06) comp value zero.
       77 ws-qtd-aplicados                         pic 9(06) comp value zero.
               perform finaliza-anormal
           end-if

      *>    turmas e grade podem nem existir ainda (portal nunca aberto) -
      *>    serie sem grade: a linha e rejeitada como fora da grade
           open input arqCadTurma
           if  ws-fs-arqCadTurma <> 00
           and ws-fs-arqCadTurma <> 35 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadTurma                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadTurma " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqGrade
           if  ws-fs-arqGrade <> 00
           and ws-fs-arqGrade <> 35 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqGrade                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGrade "    to ws-msn-erro-text
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
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-ano from date yyyymmdd

           open i-o arqHistAcad
           if ws-fs-arqHistAcad = 35 then
               open output arqHistAcad
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

           open input arqPeriodo
           if  ws-fs-arqPeriodo <> 00
           and ws-fs-arqPeriodo <> 35 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPeriodo "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqReabertura
           if  ws-fs-arqReabertura <> 00
           and ws-fs-arqReabertura <> 35 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqReabertura                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqReabertura "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-per-hoje from date yyyymmdd

           open output arqRejeitados
           if ws-fs-arqRejeitados <> 00 then
               move 1                                    to ws-msn-erro-ofsset
           exit.

      *>________________________________________________________________________
      *>  Aplica uma linha de nota: valida, grava a nota do bimestre na         |
      *>  disciplina e recalcula as situacoes com as mesmas regras da tela;     |
      *>  linha ruim vai p/ os rejeitados com o motivo, sem parar o lote        |
      *>________________________________________________________________________|
       aplica-uma-linha section.

           move spaces to ws-motivo-rejeicao

      *>    bimestre de 1 a 4; a nota precisa ser numerica e estar
      *>    entre 0 e 10
           if  np-bimestre is not numeric
           or  np-bimestre < 1
           or  np-bimestre > 4 then
               move "BIMESTRE INVALIDO (1 A 4)" to ws-motivo-rejeicao
           else
               if np-nota is not numeric then
                   move "NOTA NAO NUMERICA" to ws-motivo-rejeicao
               else
                   if np-nota > ws-nota-maxima then
                       move "NOTA FORA DA FAIXA 0 A 10" to ws-motivo-rejeicao
                   end-if
               end-if
           end-if

               end-if
           end-if

      *>    a disciplina precisa constar da grade da serie do aluno
           if ws-motivo-rejeicao = spaces then
               perform busca-serie-aluno
               if ws-serie-aluno = spaces then
                   move "ALUNO SEM TURMA/SERIE" to ws-motivo-rejeicao
               end-if
           end-if

      *>    sem arquivo de grade nenhuma serie tem grade ainda
           if  ws-motivo-rejeicao = spaces
           and ws-fs-arqGrade = 35 then
               move "DISCIPLINA FORA DA GRADE DA SERIE" to ws-motivo-rejeicao
           end-if

           if ws-motivo-rejeicao = spaces then
               move ws-serie-aluno to grd-serie
               move np-disc        to grd-disc
               read arqGrade
               if ws-fs-arqGrade <> 00 then
                   if ws-fs-arqGrade = 23 then
                       move "DISCIPLINA FORA DA GRADE DA SERIE"
                                              to ws-motivo-rejeicao
                   else
                       move 2                                 to ws-msn-erro-ofsset
                       move ws-fs-arqGrade                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGrade "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

      *>    bimestre fechado (ou ainda nao aberto) nao recebe nota
           if ws-motivo-rejeicao = spaces then
               perform verifica-periodo-aberto
           end-if

           if ws-motivo-rejeicao = spaces then
               perform grava-notas-aluno
           else
           exit.

      *>________________________________________________________________________
      *>  Grava a nota do bimestre na disciplina do aluno ja lido, reapura a    |
      *>  situacao da disciplina e a do aluno pela mesma regra da tela (corte,  |
      *>  recuperacao, frequencia minima e todas as disciplinas da grade)       |
      *>________________________________________________________________________|
       grava-notas-aluno section.

           move fd-cod           to nd-cod
           move ws-ano-corrente  to nd-ano
           move np-disc          to nd-disc
           read arqNotaDisc
           if ws-fs-arqNotaDisc = 00 then
               move "S" to ws-nd-existe
           else
               if ws-fs-arqNotaDisc <> 23 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisc                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaDisc "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-nd-existe
               move zero    to nd-media nd-nota-recup nd-media-final
               move spaces  to nd-situacao
               move 1 to ws-ind-bim
               perform until ws-ind-bim > 4
                   move zero    to nd-nota (ws-ind-bim)
                   move spaces  to nd-lancado (ws-ind-bim)
                   add 1 to ws-ind-bim
               end-perform
           end-if

           move fd-turma   to nd-turma
           move np-nota    to nd-nota (np-bimestre)
           move "S"        to nd-lancado (np-bimestre)

      *>    nota nova zera um exame de recuperacao anterior da disciplina
           move zero to nd-nota-recup
           move zero to nd-media-final

           perform apura-situacao-disciplina

           if nd-existe then
               rewrite nd-registro
           else
               write nd-registro
           end-if
           if ws-fs-arqNotaDisc <> 00 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotaDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform apura-situacao-aluno

       grava-historico-ano-exit.
           exit.

      *>________________________________________________________________________
      *>  Serie do aluno em fd-alunos (tur-serie da turma dele) - brancos       |
      *>  quando o aluno esta sem turma ou a turma saiu do cadastro             |
      *>________________________________________________________________________|
       busca-serie-aluno section.

           move spaces to ws-serie-aluno
           if fd-turma = spaces
           or ws-fs-arqCadTurma = 35 then
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
      *>  Situacao de uma disciplina (mesma regra da tela): media dos           |
      *>  bimestres lancados; CURSANDO enquanto faltar bimestre; com o exame    |
      *>  fechado vale a media final; depois as faixas de media                 |
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
      *>  Apuracao da situacao do aluno (mesma regra da tela): frequencia       |
      *>  abaixo de 75% reprova por falta; depois vale a situacao das           |
      *>  disciplinas da grade - APROVADO so passando em todas                  |
      *>________________________________________________________________________|
       apura-situacao-aluno section.

           if fd-status-transferido
               move "TRANSFERIDO" to fd-situacao
               go to apura-situacao-aluno-exit
           end-if

           perform consolida-disciplinas

           if fd-qtd-aulas > zero
               compute ws-perc-freq rounded =
                       (fd-qtd-presencas * 100) / fd-qtd-aulas
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
      *>  Consolida as disciplinas da grade da serie do aluno no ano corrente   |
      *>  e resume no fd-notas as medias por bimestre, a media geral e, com     |
      *>  todas fechadas, a media final (mesma regra da tela)                   |
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
           if ws-serie-aluno = spaces
           or ws-fs-arqGrade = 35 then
               go to consolida-disciplinas-exit
           end-if

           move "N"            to ws-fim-grade
           move ws-serie-aluno to grd-serie
           move low-values     to grd-disc
           start arqGrade key is >= grd-chave
           if ws-fs-arqGrade <> 00 then
               if ws-fs-arqGrade <> 23 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqGrade "       to ws-msn-erro-text
                   perform finaliza-anormal
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
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-arqGrade                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqGrade "       to ws-msn-erro-text
                       perform finaliza-anormal
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
      *>  Soma na consolidacao a disciplina grd-disc da grade                   |
      *>________________________________________________________________________|
       consolida-uma-disciplina section.

           add 1 to ws-qtd-disc-grade

           move fd-cod           to nd-cod
           move ws-ano-corrente  to nd-ano
           move grd-disc         to nd-disc
           read arqNotaDisc
           if ws-fs-arqNotaDisc <> 00 then
               if ws-fs-arqNotaDisc <> 23 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisc                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaDisc "    to ws-msn-erro-text
                   perform finaliza-anormal
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
      *>  Trava de periodo: o bimestre da linha esta liberado se nao foi        |
      *>  cadastrado, se hoje esta entre a abertura e o fechamento, ou se ha    |
      *>  reabertura em aberto p/ o aluno ou a turma (mesma regra do portal)    |
      *>________________________________________________________________________|
       verifica-periodo-aberto section.

           if ws-fs-arqPeriodo = 35 then
               go to verifica-periodo-aberto-exit
           end-if

           move ws-ano-corrente to per-ano
           move np-bimestre     to per-periodo
           read arqPeriodo
           if ws-fs-arqPeriodo = 23 then
               go to verifica-periodo-aberto-exit
           end-if
           if ws-fs-arqPeriodo <> 00 then
               move 2                                 to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                  to ws-msn-erro-cod
               move "Erro ao ler arq. arqPeriodo "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-per-hoje < per-data-abertura then
               move "BIMESTRE AINDA NAO ABERTO" to ws-motivo-rejeicao
               go to verifica-periodo-aberto-exit
           end-if
           if ws-per-hoje <= per-data-fechamento then
               go to verifica-periodo-aberto-exit
           end-if

           if ws-fs-arqReabertura <> 35 then
               move per-ano      to rea-ano
               move per-periodo  to rea-periodo
               move "A"          to rea-tipo
               move fd-cod       to rea-alvo
               read arqReabertura
               if ws-fs-arqReabertura = 00 and rea-reaberto then
                   go to verifica-periodo-aberto-exit
               end-if

               move per-ano      to rea-ano
               move per-periodo  to rea-periodo
               move "T"          to rea-tipo
               move fd-turma     to rea-alvo
               read arqReabertura
               if ws-fs-arqReabertura = 00 and rea-reaberto then
                   go to verifica-periodo-aberto-exit
               end-if
           end-if

           move "BIMESTRE FECHADO" to ws-motivo-rejeicao
           .
       verifica-periodo-aberto-exit.
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
           move ws-log-operacao  to log-operacao
           move fd-cod            to log-cod
           move ws-usuario-cod    to log-usuario
           move spaces            to log-complemento

           write log-registro
           if ws-fs-arqLogAlunos <> 00 then
           close arqLogAlunos
           close arqUsuarios
           close arqHistAcad
           if ws-fs-arqCadTurma <> 35 then
               close arqCadTurma
           end-if
           if ws-fs-arqGrade <> 35 then
               close arqGrade
           end-if
           if ws-fs-arqConselho <> 35 then
               close arqConselho
           end-if
           if ws-fs-arqPeriodo <> 35 then
               close arqPeriodo
           end-if
           if ws-fs-arqReabertura <> 35 then
               close arqReabertura
           end-if

           close arqNotaDisc
           if ws-fs-arqNotaDisc <> 00 then
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotaDisc " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
