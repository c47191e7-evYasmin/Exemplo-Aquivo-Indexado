                  alternate record key is fd-aluno with duplicates
                  file status is ws-fs-arqCadAluno.

      *>_______________________________________________________________________________
      *> turma do aluno (tur-serie), grade curricular da serie e notas por disciplina  |
      *> - a situacao do aluno e apurada pelas disciplinas da grade (mesma regra da    |
      *> tela); sem os arquivos, ou com a serie sem grade, vale a media unica.         |
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

                  select arqNotaDisc assign to "arqNotaDisciplina.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is nd-chave
                  file status is ws-fs-arqNotaDisc.

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
      *> relatorio de excecoes da critica - uma linha por registro com problema        |
      *> (severidade, campo ofensivo, valor encontrado, regra violada) e totais        |
           05  fd-media-x                          pic X(04).
           05  filler                              pic X(35).

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

       fd arqCritica.
       01 critica-linha                            pic X(90).


       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqCritica                         pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqGrade                           pic 9(02).
       77 ws-fs-arqNotaDisc                        pic 9(02).
       77 ws-fs-arqConselho                        pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       77 ws-perc-freq                             pic 9(03)v99 value zero.
       77 ws-situacao-esperada                     pic X(11).

      *>____________________________________________________________________
      *> notas por disciplina: ano letivo corrente (chave das notas),       |
      *> serie do aluno e contagem das disciplinas da grade por situacao    |
      *>____________________________________________________________________|
       01 ws-data-ano.
           05  ws-ano-corrente                     pic X(04).
           05  filler                              pic X(04).
       01 ws-conselho-aprovou                      pic X(01).
           88  conselho-aprovou                    value "S".
       77 ws-serie-aluno                           pic X(10).
       01 ws-fim-grade                             pic X(01).
           88  fim-grade                           value "S".
       77 ws-qtd-disc-grade                        pic 9(03) value zero.
       77 ws-qtd-disc-cursando                     pic 9(03) value zero.
       77 ws-qtd-disc-recup                        pic 9(03) value zero.
       77 ws-qtd-disc-reprov                       pic 9(03) value zero.

      *>____________________________________________________________________
      *> area de teste das notas: o conteudo bruto do campo e copiado para  |
      *> ca e testado pela visao numerica do REDEFINES - permite criticar   |
               perform finaliza-anormal
           end-if

           accept ws-data-ano from date yyyymmdd

      *>    turma, grade e notas por disciplina sao opcionais aqui - sem
      *>    eles a situacao e conferida pela media unica do cadastro
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

           open input arqNotaDisc
           if  ws-fs-arqNotaDisc <> 00
           and ws-fs-arqNotaDisc <> 35 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisc " to ws-msn-erro-text
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

           open output arqCritica
           if ws-fs-arqCritica <> 00 then
               move 1                                 to ws-msn-erro-ofsset

      *>________________________________________________________________________
      *>  Situacao gravada vs situacao esperada: reaplica a apuracao vigente    |
      *>  (frequencia minima e, com grade na serie, a situacao das disciplinas; |
      *>  sem grade, media de corte, faixa de recuperacao e media final do      |
      *>  exame) sobre o proprio registro                                       |
      *>________________________________________________________________________|
       critica-situacao section.

                   move 100 to ws-perc-freq
               end-if

               perform conta-disciplinas

               evaluate true
                   when ws-perc-freq < ws-freq-minima
                       move "REP.FALTA"   to ws-situacao-esperada
                   when ws-qtd-disc-grade > zero
                    and ws-qtd-disc-reprov > zero
                       move "REPROVADO"   to ws-situacao-esperada
                   when ws-qtd-disc-grade > zero
                    and ws-qtd-disc-cursando > zero
                       move "CURSANDO"    to ws-situacao-esperada
                   when ws-qtd-disc-grade > zero
                    and ws-qtd-disc-recup > zero
                       move "RECUPERACAO" to ws-situacao-esperada
                   when ws-qtd-disc-grade > zero
                       move "APROVADO "   to ws-situacao-esperada
                   when fd-media-final is numeric
                    and fd-media-final > zero
                    and fd-media-final >= ws-media-corte
                       move "REPROVADO"   to ws-situacao-esperada
               end-evaluate

      *>        deliberacao do conselho de classe prevalece sobre a
      *>        apuracao: aprovado pelo conselho espera-se APROVADO
               perform aplica-deliberacao-conselho
               if conselho-aprovou
                   move "APROVADO "   to ws-situacao-esperada
               end-if

               if fd-situacao <> ws-situacao-esperada then
                   move "MEDIA"              to wsl-severidade
                   move "SITUACAO"           to wsl-campo
       critica-situacao-exit.
           exit.

      *>________________________________________________________________________
      *>  Deliberacao do conselho de classe do ano para o aluno de fd-alunos:   |
      *>  liga conselho-aprovou quando o conselho aprovou o aluno               |
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
      *>  Conta as disciplinas da grade da serie do aluno no ano corrente por   |
      *>  situacao (mesma regra da tela) - disciplina sem nota lancada conta    |
      *>  como cursando                                                         |
      *>________________________________________________________________________|
       conta-disciplinas section.

           move zero to ws-qtd-disc-grade
           move zero to ws-qtd-disc-cursando
           move zero to ws-qtd-disc-recup
           move zero to ws-qtd-disc-reprov

           perform busca-serie-aluno
           if ws-serie-aluno = spaces
           or ws-fs-arqGrade = 35 then
               go to conta-disciplinas-exit
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
               go to conta-disciplinas-exit
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
                           perform conta-uma-disciplina
                       end-if
                   end-if
               end-if
           end-perform
           .
       conta-disciplinas-exit.
           exit.

      *>________________________________________________________________________
      *>  Soma na contagem a disciplina grd-disc da grade                       |
      *>________________________________________________________________________|
       conta-uma-disciplina section.

           add 1 to ws-qtd-disc-grade

           if ws-fs-arqNotaDisc = 35 then
               add 1 to ws-qtd-disc-cursando
               go to conta-uma-disciplina-exit
           end-if

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
               go to conta-uma-disciplina-exit
           end-if

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
       conta-uma-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Passo 2 - varre o cadastro pela chave alternativa de nome (os         |
      *>  repetidos ficam adjacentes) e aponta nomes duplicados com a mesma     |
               perform finaliza-anormal
           end-if

           if ws-fs-arqCadTurma <> 35 then
               close arqCadTurma
           end-if
           if ws-fs-arqGrade <> 35 then
               close arqGrade
           end-if
           if ws-fs-arqNotaDisc <> 35 then
               close arqNotaDisc
           end-if
           if ws-fs-arqConselho <> 35 then
               close arqConselho
           end-if

           close arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 5                                  to ws-msn-erro-ofsset
