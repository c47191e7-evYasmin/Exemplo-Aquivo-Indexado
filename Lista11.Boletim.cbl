                  record key is tur-cod
                  file status is ws-fs-arqCadTurma.

      *>_______________________________________________________________________________
      *> grade curricular, disciplinas e notas por disciplina - abaixo de cada aluno   |
      *> o boletim imprime uma linha por disciplina da grade da serie da turma.        |
      *>_______________________________________________________________________________|
                  select arqGrade assign to "arqGradeCurricular.txt"
                  organization is indexed
                  access mode is dynamic
                  record key is grd-chave
                  file status is ws-fs-arqGrade.

                  select arqDisciplina assign to "arqDisciplina.txt"
                  organization is indexed
                  access mode is random
                  record key is dis-cod
                  file status is ws-fs-arqDisciplina.

                  select arqNotaDisc assign to "arqNotaDisciplina.txt"
                  organization is indexed
                  access mode is random
                  record key is nd-chave
                  file status is ws-fs-arqNotaDisc.

                  select arqBoletim assign to "Boletim.txt"
                  organization is line sequential
                  file status is ws-fs-arqBoletim.
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

       fd arqBoletim.
       01 boletim-linha                            pic X(98).


       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqCadTurma                        pic 9(02).
       77 ws-fs-arqGrade                           pic 9(02).
       77 ws-fs-arqDisciplina                      pic 9(02).
       77 ws-fs-arqNotaDisc                        pic 9(02).
       77 ws-fs-arqBoletim                         pic 9(02).

       01 ws-msn-erro.
       77 ws-media-turma                           pic 9(02)v99 value zero.
       77 ws-perc-freq                             pic 9(03)v99 value zero.

      *>____________________________________________________________________
      *> serie da turma em quebra (chave da grade) e ano letivo corrente    |
      *> (chave das notas por disciplina)                                   |
      *>____________________________________________________________________|
       77 ws-serie-turma                           pic X(10) value spaces.

       01 ws-data-ano.
           05  ws-ano-corrente                     pic X(04).
           05  filler                              pic X(04).

       01  ws-fim-grade                            pic X(01) value "N".
           88  fim-grade                           value "S".

       01 ws-linha-cabecalho.
           05  filler                              pic X(98) value
               "COD    ALUNO                     TELEFONE         NOTA1 NOTA2 NOTA3 NOTA4 MEDIA SITUACAO    FREQ%".
           05  filler                              pic X(02) value spaces.
           05  wsl-perc-freq                       pic ZZ9.

      *>____________________________________________________________________
      *> linha da disciplina - notas alinhadas com as colunas do aluno      |
      *>____________________________________________________________________|
       01 ws-linha-disciplina.
           05  filler                              pic X(08) value spaces.
           05  wsd-disc                            pic X(03).
           05  filler                              pic X(01) value spaces.
           05  wsd-nome                            pic X(40).
           05  wsd-bimestre occurs 4 times.
               10  wsd-nota                        pic X(05).
               10  filler                          pic X(01).
           05  wsd-media                           pic Z9,99.
           05  filler                              pic X(01) value spaces.
           05  wsd-situacao                        pic X(11).

       77 ws-ind-bim                               pic 9(04) comp value zero.
       77 ws-nota-edit                             pic Z9,99.

       01 ws-linha-turma.
           05  filler                              pic X(07)
               value "TURMA: ".
               perform finaliza-anormal
           end-if

           accept ws-data-ano from date yyyymmdd

      *>    grade, disciplinas e notas por disciplina sao opcionais - sem
      *>    eles o boletim sai so com a linha consolidada de cada aluno
           open input arqGrade
           if ws-fs-arqGrade  <> 00
           and ws-fs-arqGrade <> 05
           and ws-fs-arqGrade <> 35 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqGrade                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGrade     " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqDisciplina
           if ws-fs-arqDisciplina  <> 00
           and ws-fs-arqDisciplina <> 05
           and ws-fs-arqDisciplina <> 35 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina               to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplina" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqNotaDisc
           if ws-fs-arqNotaDisc  <> 00
           and ws-fs-arqNotaDisc <> 05
           and ws-fs-arqNotaDisc <> 35 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisc                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisc  " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write boletim-linha from ws-linha-cabecalho
           .
       inicializa-exit.

               write boletim-linha from ws-linha-detalhe

               perform imprime-disciplinas-aluno

               add 1                       to  ws-qtd-alunos
               add sd-media                to  ws-soma-medias
               add 1                       to  ws-qtd-turma
       imprime-detalhe-exit.
           exit.

      *>________________________________________________________________________
      *>  Uma linha por disciplina da grade da serie da turma, com as notas     |
      *>  do aluno no ano corrente (serie sem grade nao imprime nada aqui)      |
      *>________________________________________________________________________|
       imprime-disciplinas-aluno section.

           if ws-serie-turma = spaces then
               go to imprime-disciplinas-aluno-exit
           end-if

           move "N"            to ws-fim-grade
           move ws-serie-turma to grd-serie
           move low-values     to grd-disc
           start arqGrade key is >= grd-chave
           if ws-fs-arqGrade <> 00 then
               set fim-grade to true
           end-if

           perform until fim-grade
               read arqGrade next
               if  ws-fs-arqGrade <> 00
               or  grd-serie <> ws-serie-turma then
                   set fim-grade to true
               else
                   perform imprime-uma-disciplina
               end-if
           end-perform
           .
       imprime-disciplinas-aluno-exit.
           exit.

      *>________________________________________________________________________
      *>  Linha da disciplina grd-disc do aluno - bimestre sem nota lancada     |
      *>  sai em branco (nao confundir com nota zero)                           |
      *>________________________________________________________________________|
       imprime-uma-disciplina section.

           move spaces   to ws-linha-disciplina
           move grd-disc to wsd-disc
           move grd-disc to dis-cod
           read arqDisciplina
           if ws-fs-arqDisciplina = 00 then
               move dis-nome to wsd-nome
           else
               move "(NAO CADASTRADA)" to wsd-nome
           end-if

           move sd-cod           to nd-cod
           move ws-ano-corrente  to nd-ano
           move grd-disc         to nd-disc
           read arqNotaDisc
           if ws-fs-arqNotaDisc <> 00 then
               move zero             to wsd-media
               move "SEM NOTAS"      to wsd-situacao
               write boletim-linha from ws-linha-disciplina
               go to imprime-uma-disciplina-exit
           end-if

           move 1 to ws-ind-bim
           perform until ws-ind-bim > 4
               if nd-nota-lancada (ws-ind-bim)
                   move nd-nota (ws-ind-bim)  to ws-nota-edit
                   move ws-nota-edit          to wsd-nota (ws-ind-bim)
               end-if
               add 1 to ws-ind-bim
           end-perform

      *>    depois do exame a media que vale e a final da disciplina
           if nd-media-final > zero then
               move nd-media-final   to wsd-media
           else
               move nd-media         to wsd-media
           end-if
           move nd-situacao          to wsd-situacao

           write boletim-linha from ws-linha-disciplina
           .
       imprime-uma-disciplina-exit.
           exit.

      *>________________________________________________________________________
      *>  Quebra de turma - fecha o subtotal da turma anterior (quando houver)  |
      *>  e imprime o cabecalho da nova turma com os dados do arqCadTurma       |
           move zero     to ws-qtd-turma
           move zero     to ws-soma-turma

           move spaces   to ws-serie-turma

           if sd-turma = spaces then
               move "SEM"           to wst-turma
               move "SEM TURMA "    to wst-serie
                   move tur-serie       to wst-serie
                   move tur-turno       to wst-turno
                   move tur-professor   to wst-professor
                   move tur-serie       to ws-serie-turma
               else
      *>            turma apontada pelo aluno mas ausente do cadastro -
      *>            o boletim nao para por isso, sinaliza na propria linha
       finaliza section.

           close arqCadTurma
           close arqGrade
           close arqDisciplina
           close arqNotaDisc

           close arqBoletim
           if ws-fs-arqBoletim <> 00 then
