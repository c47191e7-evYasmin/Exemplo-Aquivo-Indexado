                  alternate record key is fd-aluno with duplicates
                  file status is ws-fs-arqCadAluno.

      *>_______________________________________________________________________________
      *> turma do aluno (tur-serie), grade curricular da serie, nomes das disciplinas  |
      *> e notas por disciplina - o exame de recuperacao e fechado disciplina a        |
      *> disciplina e o aluno so fica APROVADO passando em todas.                      |
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

                  select arqDisciplina assign to "arqDisciplina.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is dis-cod
                  file status is ws-fs-arqDisciplina.

                  select arqNotaDisc assign to "arqNotaDisciplina.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is nd-chave
                  file status is ws-fs-arqNotaDisc.

      *>_______________________________________________________________________________
      *> historico academico por ano letivo - o fechamento do ano grava aqui o         |
      *> retrato definitivo (notas, situacao e frequencia) de TODOS os alunos          |
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
      *> relatorio do fechamento do ano - o aluno com a situacao definitiva e, abaixo, |
      *> uma linha por disciplina com a media anual, a nota do exame de recuperacao,   |
      *> a media final e a situacao da disciplina.                                     |
      *>_______________________________________________________________________________|
                  select arqResultado assign to "ResultadoFinal.txt"
                  organization is line sequential
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

       fd arqDisciplina.
       01 dis-registro.
           05  dis-cod                             pic X(03).
           05  dis-nome                            pic X(25).

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

       fd arqResultado.
       01 resultado-linha                          pic X(90).

       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqResultado                       pic 9(02).
       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqGrade                           pic 9(02).
       77 ws-fs-arqDisciplina                      pic 9(02).
       77 ws-fs-arqNotaDisc                        pic 9(02).
       77 ws-fs-arqConselho                        pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
           88  fim-cadastro                        value "S".

       77 ws-media-corte                           pic 9(02)v99 value 6,00.
       77 ws-media-recuperacao                     pic 9(02)v99 value 4,00.
       77 ws-freq-minima                           pic 9(03)v99 value 75,00.
       77 ws-perc-freq                             pic 9(03)v99 value zero.

      *>____________________________________________________________________
      *> notas por disciplina: serie do aluno, fechamento do exame de cada  |
      *> disciplina em recuperacao e consolidacao das disciplinas da grade  |
      *> (mesma regra da tela).                                             |
      *>____________________________________________________________________|
       77 ws-serie-aluno                           pic X(10).
       77 ws-ind-bim                               pic 9(04) comp value zero.
       01 ws-fim-grade                             pic X(01).
           88  fim-grade                           value "S".
       01 ws-aluno-fechou                          pic X(01).
           88  aluno-fechou                        value "S".
       77 ws-qtd-disc-grade                        pic 9(03) value zero.
       77 ws-qtd-disc-cursando                     pic 9(03) value zero.
       77 ws-qtd-disc-recup                        pic 9(03) value zero.
       77 ws-qtd-disc-reprov                       pic 9(03) value zero.
       77 ws-qtd-disc-notas                        pic 9(03) value zero.
       77 ws-soma-medias                           pic 9(05)v99 value zero.
       77 ws-soma-finais                           pic 9(05)v99 value zero.
       77 ws-media-bim                             pic 9(02)v99 value zero.
       01 ws-tab-bimestres.
           05  ws-bim-acum occurs 4 times.
               10  ws-bim-soma                     pic 9(05)v99.
               10  ws-bim-qtd                      pic 9(03).

       77 ws-qtd-processados                       pic 9(04) comp value zero.
       77 ws-qtd-aprovados                         pic 9(04) comp value zero.
       77 ws-qtd-reprovados                        pic 9(04) comp value zero.
       77 ws-qtd-historiados                       pic 9(04) comp value zero.
       77 ws-qtd-conselho                          pic 9(04) comp value zero.
       77 ws-situacao-antes                        pic X(11).
       77 ws-qtd-proc-antes                        pic 9(04) comp value zero.

      *>____________________________________________________________________
      *> ano letivo corrente (4 primeiros digitos da data do sistema) -     |
       01 ws-data-ano.
           05  ws-ano-corrente                     pic X(04).
           05  filler                              pic X(04).
       01 ws-conselho-aprovou                      pic X(01).
           88  conselho-aprovou                    value "S".

       01 ws-linha-cabecalho.
           05  filler                              pic X(90) value
           05  filler                              pic X(02) value spaces.
           05  wsl-situacao                        pic X(11).

       01 ws-linha-aluno.
           05  wsa-cod                             pic X(06).
           05  filler                              pic X(02) value spaces.
           05  wsa-aluno                           pic X(25).
           05  filler                              pic X(02) value spaces.
           05  filler                              pic X(17)
               value "SITUACAO NO ANO: ".
           05  wsa-situacao                        pic X(11).

       01 ws-linha-conselho.
           05  filler                              pic X(08) value spaces.
           05  filler                              pic X(40)
               value "APROVADO PELO CONSELHO DE CLASSE EM ".
           05  wsc-data                            pic X(08).

       01 ws-linha-disciplina.
           05  filler                              pic X(08) value spaces.
           05  wsd-disc                            pic X(03).
           05  filler                              pic X(01) value spaces.
           05  wsd-nome                            pic X(21).
           05  filler                              pic X(02) value spaces.
           05  wsd-media                           pic Z9,99.
           05  filler                              pic X(02) value spaces.
           05  wsd-nota-recup                      pic Z9,99.
           05  filler                              pic X(02) value spaces.
           05  wsd-media-final                     pic Z9,99.
           05  filler                              pic X(02) value spaces.
           05  wsd-situacao                        pic X(11).

       01 ws-linha-rodape.
           05  filler                              pic X(20)
               value "ALUNOS PROCESSADOS..".
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

           open output arqResultado
           if ws-fs-arqResultado <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

      *>    turmas, grade e disciplinas podem nem existir ainda - sem
      *>    grade toda serie fecha pela media unica do cadastro
           open input arqCadTurma
           if  ws-fs-arqCadTurma <> 00
           and ws-fs-arqCadTurma <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqCadTurma                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadTurma "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqGrade
           if  ws-fs-arqGrade <> 00
           and ws-fs-arqGrade <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqGrade                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGrade "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqDisciplina
           if  ws-fs-arqDisciplina <> 00
           and ws-fs-arqDisciplina <> 35 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplina " to ws-msn-erro-text
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

           write resultado-linha from ws-linha-cabecalho

           move low-values to fd-cod
           exit.

      *>________________________________________________________________________
      *>  Processamento - varre o cadastro e fecha o resultado final das        |
      *>  disciplinas (ou, em serie sem grade, dos alunos) em RECUPERACAO       |
      *>________________________________________________________________________|
       processamento section.

                       perform finaliza-anormal
                   else
                       if fd-status-ativo
                           move ws-qtd-processados to ws-qtd-proc-antes
                           perform consolida-disciplinas
                           if ws-qtd-disc-grade > zero then
                               perform fecha-resultado-disciplinas
                           else
                               if fd-situacao = "RECUPERACAO" then
                                   perform fecha-resultado-aluno
                               end-if
                           end-if
                           perform confere-deliberacao-conselho
      *>                    todo ativo tem o retrato do ano gravado no
      *>                    historico academico - e este registro que a
      *>                    consulta por ano respondera no futuro

           if fd-media-final >= ws-media-corte
               move "APROVADO "   to fd-situacao
           else
               move "REPROVADO"   to fd-situacao
           end-if

      *>    deliberacao do conselho de classe prevalece sobre a conta
           perform aplica-deliberacao-conselho

           if fd-situacao = "APROVADO" then
               add 1 to ws-qtd-aprovados
           else
               add 1 to ws-qtd-reprovados
           end-if

       fecha-resultado-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Fecha o exame das disciplinas do aluno que ficaram em RECUPERACAO     |
      *>  (media final da disciplina = (media anual + exame) / 2), reapura o    |
      *>  aluno pelas disciplinas da grade e lista uma linha por disciplina     |
      *>________________________________________________________________________|
       fecha-resultado-disciplinas section.

           move "N" to ws-aluno-fechou
           if ws-fs-arqGrade = 35 then
               go to fecha-resultado-disciplinas-exit
           end-if

           move "N"            to ws-fim-grade
           move ws-serie-aluno to grd-serie
           move low-values     to grd-disc
           start arqGrade key is >= grd-chave
           if ws-fs-arqGrade <> 00 then
               set fim-grade to true
           end-if

           perform until fim-grade
               read arqGrade next
               if  ws-fs-arqGrade <> 00
               or  grd-serie <> ws-serie-aluno then
                   set fim-grade to true
               else
                   perform fecha-uma-disciplina
               end-if
           end-perform

           if not aluno-fechou then
               go to fecha-resultado-disciplinas-exit
           end-if

           perform apura-situacao-aluno

           rewrite fd-alunos
           if ws-fs-arqCadAluno <> 00 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCadAluno "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-processados
           if fd-situacao = "APROVADO" then
               add 1 to ws-qtd-aprovados
           else
               add 1 to ws-qtd-reprovados
           end-if

           move fd-cod             to wsa-cod
           move fd-aluno           to wsa-aluno
           move fd-situacao        to wsa-situacao
           write resultado-linha from ws-linha-aluno

           move "N"            to ws-fim-grade
           move ws-serie-aluno to grd-serie
           move low-values     to grd-disc
           start arqGrade key is >= grd-chave
           if ws-fs-arqGrade <> 00 then
               set fim-grade to true
           end-if

           perform until fim-grade
               read arqGrade next
               if  ws-fs-arqGrade <> 00
               or  grd-serie <> ws-serie-aluno then
                   set fim-grade to true
               else
                   perform imprime-uma-disciplina
               end-if
           end-perform
           .
       fecha-resultado-disciplinas-exit.
           exit.

      *>________________________________________________________________________
      *>  Fecha o exame da disciplina grd-disc do aluno, se ela estiver em      |
      *>  RECUPERACAO - quem nao compareceu fica com nota zero lancada e e      |
      *>  reprovado na disciplina pela propria conta                            |
      *>________________________________________________________________________|
       fecha-uma-disciplina section.

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
               go to fecha-uma-disciplina-exit
           end-if

           if nd-situacao <> "RECUPERACAO" then
               go to fecha-uma-disciplina-exit
           end-if

           compute nd-media-final rounded =
                   (nd-media + nd-nota-recup) / 2

           if nd-media-final >= ws-media-corte
               move "APROVADO "   to nd-situacao
           else
               move "REPROVADO"   to nd-situacao
           end-if

           rewrite nd-registro
           if ws-fs-arqNotaDisc <> 00 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotaDisc "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-aluno-fechou
           .
       fecha-uma-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Linha do relatorio da disciplina grd-disc do aluno                    |
      *>________________________________________________________________________|
       imprime-uma-disciplina section.

           move grd-disc to wsd-disc
           move "(NAO CADASTRADA)" to wsd-nome
           if ws-fs-arqDisciplina <> 35 then
               move grd-disc to dis-cod
               read arqDisciplina
               if ws-fs-arqDisciplina = 00 then
                   move dis-nome to wsd-nome
               end-if
           end-if

           move fd-cod           to nd-cod
           move ws-ano-corrente  to nd-ano
           move grd-disc         to nd-disc
           read arqNotaDisc
           if ws-fs-arqNotaDisc = 00 then
               move nd-media         to wsd-media
               move nd-nota-recup    to wsd-nota-recup
               move nd-media-final   to wsd-media-final
               move nd-situacao      to wsd-situacao
           else
               move zero             to wsd-media wsd-nota-recup
                                        wsd-media-final
               move "SEM NOTAS"      to wsd-situacao
           end-if

           write resultado-linha from ws-linha-disciplina
           .
       imprime-uma-disciplina-exit.
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
           else
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
      *>  Aplica a deliberacao do conselho de classe ao aluno ativo: aprovado   |
      *>  pelo conselho fica APROVADO (regrava o cadastro se mudou) e sai no    |
      *>  relatorio com a data da deliberacao                                   |
      *>________________________________________________________________________|
       confere-deliberacao-conselho section.

           move fd-situacao to ws-situacao-antes
           perform aplica-deliberacao-conselho
           if not conselho-aprovou then
               go to confere-deliberacao-conselho-exit
           end-if

           add 1 to ws-qtd-conselho

           if fd-situacao <> ws-situacao-antes
               rewrite fd-alunos
               if ws-fs-arqCadAluno <> 00 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqCadAluno "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>    aluno que nao passou pelo exame agora ainda nao saiu no relatorio
           if ws-qtd-processados = ws-qtd-proc-antes
               move fd-cod             to wsa-cod
               move fd-aluno           to wsa-aluno
               move fd-situacao        to wsa-situacao
               write resultado-linha from ws-linha-aluno
           end-if

           move con-data to wsc-data
           write resultado-linha from ws-linha-conselho
           .
       confere-deliberacao-conselho-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava no historico academico o retrato do ano letivo corrente do      |
      *>  registro em fd-alunos (regrava se o espelho do ano ja existir)        |
               perform finaliza-anormal
           end-if

           if ws-fs-arqConselho <> 35 then
               close arqConselho
           end-if
           if ws-fs-arqCadTurma <> 35 then
               close arqCadTurma
           end-if
           if ws-fs-arqGrade <> 35 then
               close arqGrade
           end-if
           if ws-fs-arqDisciplina <> 35 then
               close arqDisciplina
           end-if

           close arqNotaDisc
           if ws-fs-arqNotaDisc <> 00 then
               move 4                                   to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotaDisc "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistAcad
           if ws-fs-arqHistAcad <> 00 then
               move 4                                   to ws-msn-erro-ofsset
           display "Aprovados apos o exame...........: " ws-qtd-aprovados
           display "Reprovados apos o exame..........: " ws-qtd-reprovados
           display "Historico academico gravado p/...: " ws-qtd-historiados " aluno(s)"
           display "Aprovados pelo conselho de classe: " ws-qtd-conselho
           display "Relatorio gerado em ResultadoFinal.txt"

           Stop run
