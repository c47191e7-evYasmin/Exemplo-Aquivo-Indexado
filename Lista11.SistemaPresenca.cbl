      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Lista11.SistemaPresenca".
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
      *> registro complementar do aluno (NIS e marcacao de beneficiario do Bolsa      |
      *> Familia), mantido pelo portal - so os beneficiarios entram na apuracao.       |
      *>_______________________________________________________________________________|
                  select arqAlunoCompl assign to "arqAlunoComplemento.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cmp-cod
                  file status is ws-fs-arqAlunoCompl.

                  select arqCadAluno assign to "arqCadAluno.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is fd-cod
                  alternate record key is fd-aluno with duplicates
                  file status is ws-fs-arqCadAluno.

                  select arqFrequencia assign to "arqFrequencia.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is freq-chave
                  file status is ws-fs-arqFrequencia.

      *>_______________________________________________________________________________
      *> motivo da baixa frequencia informado pelo operador no portal, por aluno,     |
      *> ano e periodo de referencia                                                   |
      *>_______________________________________________________________________________|
                  select arqMotivoFreq assign to "arqMotivoBaixaFreq.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is mot-chave
                  file status is ws-fs-arqMotivoFreq.

      *>_______________________________________________________________________________
      *> arquivo para o Sistema Presenca (MEC): cabecalho, um detalhe por            |
      *> beneficiario ativo com NIS e trailer com a quantidade de detalhes.           |
      *>_______________________________________________________________________________|
                  select arqPresenca assign to "SistemaPresenca.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqPresenca.

                  select arqRelConferencia assign to "ConferenciaPresenca.txt"
                  organization is line sequential
                  access mode is sequential
                  file status is ws-fs-arqRelConferencia.

      *>Declaração de variáveis
       data division.

      *>____Variaveis de arquivos declaradas da file section
       file section.
       fd arqAlunoCompl.
       01 cmp-registro.
           05  cmp-cod                             pic X(06).
           05  cmp-nis                             pic X(11).
           05  cmp-beneficiario                    pic X(01).
               88  cmp-e-beneficiario              value "S".
           05  cmp-data-atualizacao                pic X(08).
           05  cmp-usuario                         pic X(03).

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

       fd arqMotivoFreq.
       01 mot-registro.
           05  mot-chave.
               10  mot-cod                         pic X(06).
               10  mot-ano                         pic X(04).
               10  mot-periodo                     pic X(01).
           05  mot-motivo                          pic X(02).
           05  mot-data                            pic X(08).
           05  mot-usuario                         pic X(03).

       fd arqPresenca.
       01 presenca-linha                           pic X(80).

       fd arqRelConferencia.
       01 conferencia-linha                        pic X(110).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqAlunoCompl                      pic 9(02).
       77 ws-fs-arqCadAluno                        pic 9(02).
       77 ws-fs-arqFrequencia                      pic 9(02).
       77 ws-fs-arqMotivoFreq                      pic 9(02).
       77 ws-fs-arqPresenca                        pic 9(02).
       77 ws-fs-arqRelConferencia                  pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 ws-msn-erro-cod                       pic 9(02).
          05 ws-msn-erro-text                      pic X(42).

       01  ws-fim-compl                            pic X(01) value "N".
           88  fim-compl                           value "S".
       01  ws-fim-freq                             pic X(01) value "N".
           88  fim-freq                            value "S".

      *>____________________________________________________________________
      *> codigo INEP da escola (informado a cada geracao) e frequencia      |
      *> minima exigida no programa                                         |
      *>____________________________________________________________________|
       01 ws-cod-inep                              pic X(08) value spaces.
           88  inep-zerado                         value "00000000".
       77 ws-perc-minimo                           pic 9(03)v99 value 75,00.

      *>____________________________________________________________________
      *> periodos de referencia do Sistema Presenca (bimestres do MEC):     |
      *> 1=fev/mar 2=abr/mai 3=jun/jul 4=ago/set 5=out/nov                  |
      *>____________________________________________________________________|
       01 ws-tab-periodos.
           05  filler                              pic X(04) value "0203".
           05  filler                              pic X(04) value "0405".
           05  filler                              pic X(04) value "0607".
           05  filler                              pic X(04) value "0809".
           05  filler                              pic X(04) value "1011".
       01 ws-tab-periodos-r redefines ws-tab-periodos.
           05  ws-periodo-meses occurs 5 times.
               10  ws-periodo-mes-ini              pic X(02).
               10  ws-periodo-mes-fim              pic X(02).

       01 ws-data-hoje.
           05  ws-ano-corrente                     pic X(04).
           05  filler                              pic X(04).
       77 ws-ano-ref                               pic X(04).
       01 ws-periodo-ref                           pic X(01).
           88  periodo-valido                      value "1" thru "5".
       77 ws-ind-periodo                           pic 9(01).
       77 ws-data-ini                              pic X(08).
       77 ws-data-fim                              pic X(08).

       77 ws-aulas                                 pic 9(03) value zero.
       77 ws-presencas                             pic 9(03) value zero.
       77 ws-perc-freq                             pic 9(03)v99 value zero.
       77 ws-perc-inteiro                          pic 9(03) value zero.
       77 ws-motivo                                pic X(02).
       01 ws-exporta                               pic X(01).
           88  exporta-aluno                       value "S".
       77 ws-obs                                   pic X(36).

       77 ws-qtd-beneficiarios                     pic 9(06) comp value zero.
       77 ws-qtd-exportados                        pic 9(06) comp value zero.
       77 ws-qtd-abaixo                            pic 9(06) comp value zero.
       77 ws-qtd-sem-motivo                        pic 9(06) comp value zero.
       77 ws-qtd-nao-exportados                    pic 9(06) comp value zero.

      *>____________________________________________________________________
      *> leiaute do arquivo do Sistema Presenca                             |
      *>____________________________________________________________________|
       01 ws-pre-cabecalho.
           05  filler                              pic X(01) value "0".
           05  wpc-inep                            pic X(08).
           05  wpc-ano                             pic X(04).
           05  wpc-periodo                         pic X(01).
           05  wpc-data-geracao                    pic X(08).
           05  filler                              pic X(16) value
               "SISTEMA PRESENCA".
           05  filler                              pic X(42) value spaces.
       01 ws-pre-detalhe.
           05  filler                              pic X(01) value "1".
           05  wpd-inep                            pic X(08).
           05  wpd-nis                             pic X(11).
           05  wpd-cod                             pic X(06).
           05  wpd-nome                            pic X(25).
           05  wpd-ano                             pic X(04).
           05  wpd-periodo                         pic X(01).
           05  wpd-aulas                           pic 9(03).
           05  wpd-presencas                       pic 9(03).
           05  wpd-perc                            pic 9(03).
           05  wpd-abaixo                          pic X(01).
           05  wpd-motivo                          pic X(02).
           05  filler                              pic X(14) value spaces.
       01 ws-pre-trailer.
           05  filler                              pic X(01) value "9".
           05  wpt-inep                            pic X(08).
           05  wpt-qtd                             pic 9(06).
           05  filler                              pic X(65) value spaces.

      *>____________________________________________________________________
      *> relatorio de conferencia antes do envio                            |
      *>____________________________________________________________________|
       01 ws-linha-titulo.
           05  filler                              pic X(46) value
               "CONFERENCIA BOLSA FAMILIA - SISTEMA PRESENCA ".
           05  filler                              pic X(09) value "PERIODO ".
           05  wst-ano                             pic X(04).
           05  filler                              pic X(01) value "/".
           05  wst-periodo                         pic X(01).
           05  filler                              pic X(05) value " DE ".
           05  wst-data-ini                        pic X(08).
           05  filler                              pic X(05) value " ATE ".
           05  wst-data-fim                        pic X(08).
       01 ws-linha-cabecalho.
           05  filler                              pic X(110) value
               "COD    ALUNO                     NIS         TUR AULAS PRES  %FREQ MOT OBS".
       01 ws-linha-detalhe.
           05  wsl-cod                             pic X(06).
           05  filler                              pic X(01) value spaces.
           05  wsl-aluno                           pic X(25).
           05  filler                              pic X(01) value spaces.
           05  wsl-nis                             pic X(11).
           05  filler                              pic X(01) value spaces.
           05  wsl-turma                           pic X(03).
           05  filler                              pic X(02) value spaces.
           05  wsl-aulas                           pic ZZ9.
           05  filler                              pic X(02) value spaces.
           05  wsl-presencas                       pic ZZ9.
           05  filler                              pic X(01) value spaces.
           05  wsl-perc                            pic ZZ9,99.
           05  filler                              pic X(01) value spaces.
           05  wsl-motivo                          pic X(02).
           05  filler                              pic X(02) value spaces.
           05  wsl-obs                             pic X(36).
       01 ws-linha-rodape1.
           05  filler                              pic X(28)
               value "BENEFICIARIOS.............:".
           05  wsr-qtd-beneficiarios               pic ZZZZZ9.
           05  filler                              pic X(28)
               value "  EXPORTADOS..............:".
           05  wsr-qtd-exportados                  pic ZZZZZ9.
       01 ws-linha-rodape2.
           05  filler                              pic X(28)
               value "ABAIXO DO MINIMO..........:".
           05  wsr-qtd-abaixo                      pic ZZZZZ9.
           05  filler                              pic X(28)
               value "  SEM MOTIVO INFORMADO....:".
           05  wsr-qtd-sem-motivo                  pic ZZZZZ9.
       01 ws-linha-rodape3.
           05  filler                              pic X(28)
               value "NAO EXPORTADOS............:".
           05  wsr-qtd-nao-exportados              pic ZZZZZ9.

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

           display "             | ______BOLSA FAMILIA - SISTEMA PRESENCA_____|  "
           display "             |                                             |  "
           display "             | ___________________________________________ |  "

           accept ws-data-hoje from date yyyymmdd
           display "Ano de referencia (AAAA) ou ENTER para o ano corrente: "
           accept ws-ano-ref
           if ws-ano-ref = spaces then
               move ws-ano-corrente to ws-ano-ref
           end-if
           if ws-ano-ref is not numeric then
               move 1                                 to ws-msn-erro-ofsset
               move zero                              to ws-msn-erro-cod
               move "Ano de referencia invalido "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-periodo-ref
           perform until periodo-valido
               display "Periodo (1=fev/mar 2=abr/mai 3=jun/jul 4=ago/set 5=out/nov): "
               accept ws-periodo-ref
               if not periodo-valido
                   display "Periodo invalido!"
               end-if
           end-perform

      *>    arquivo do MEC nao pode sair com codigo de escola invalido
           move spaces to ws-cod-inep
           perform until ws-cod-inep is numeric
                     and not inep-zerado
               display "Codigo INEP da escola (8 digitos): "
               accept ws-cod-inep
               if ws-cod-inep is not numeric
               or inep-zerado
                   display "Codigo INEP invalido!"
               end-if
           end-perform

           move ws-periodo-ref to ws-ind-periodo
           move ws-ano-ref     to ws-data-ini
           move ws-periodo-mes-ini (ws-ind-periodo) to ws-data-ini (5:2)
           move "01"           to ws-data-ini (7:2)
           move ws-ano-ref     to ws-data-fim
           move ws-periodo-mes-fim (ws-ind-periodo) to ws-data-fim (5:2)
           move "31"           to ws-data-fim (7:2)

      *>    sem registro complementar ainda nao ha beneficiario marcado
           open input arqAlunoCompl
           if  ws-fs-arqAlunoCompl <> 00
           and ws-fs-arqAlunoCompl <> 35 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqAlunoCompl                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunoCompl " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCadAluno " to ws-msn-erro-text
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

           open input arqMotivoFreq
           if  ws-fs-arqMotivoFreq <> 00
           and ws-fs-arqMotivoFreq <> 35 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqMotivoFreq                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMotivoFreq " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqPresenca
           if ws-fs-arqPresenca <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqPresenca                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPresenca "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelConferencia
           if ws-fs-arqRelConferencia <> 00 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelConferencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cod-inep     to wpc-inep
           move ws-ano-ref      to wpc-ano
           move ws-periodo-ref  to wpc-periodo
           move ws-data-hoje    to wpc-data-geracao
           write presenca-linha from ws-pre-cabecalho

           move ws-ano-ref      to wst-ano
           move ws-periodo-ref  to wst-periodo
           move ws-data-ini     to wst-data-ini
           move ws-data-fim     to wst-data-fim
           write conferencia-linha from ws-linha-titulo
           write conferencia-linha from ws-linha-cabecalho
           .
       inicializa-exit.
           exit.

      *>________________________________________________________________________
      *>  Uma passada pelo registro complementar: cada beneficiario e apurado,  |
      *>  conferido e, quando pode ser enviado, exportado                       |
      *>________________________________________________________________________|
       processamento section.

           if ws-fs-arqAlunoCompl = 35 then
               go to processamento-exit
           end-if

           move low-values to cmp-cod
           start arqAlunoCompl key is >= cmp-cod
           if  ws-fs-arqAlunoCompl <> 00
               if ws-fs-arqAlunoCompl = 23 then
                   set fim-compl to true
               else
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoCompl                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunoCompl "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-compl
               read arqAlunoCompl next
               if  ws-fs-arqAlunoCompl = 10
               or  ws-fs-arqAlunoCompl = 23 then
                   set fim-compl to true
               else
                   if ws-fs-arqAlunoCompl <> 00 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAlunoCompl                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunoCompl "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if cmp-e-beneficiario
                           add 1 to ws-qtd-beneficiarios
                           perform confere-beneficiario
                       end-if
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>________________________________________________________________________
      *>  Confere um beneficiario: cadastro ativo, NIS, frequencia do periodo e |
      *>  motivo quando abaixo do minimo                                        |
      *>________________________________________________________________________|
       confere-beneficiario section.

           move "S"    to ws-exporta
           move spaces to ws-obs
           move spaces to ws-motivo
           move zero   to ws-aulas
           move zero   to ws-presencas
           move zero   to ws-perc-freq

           move cmp-cod to fd-cod
           read arqCadAluno
           if  ws-fs-arqCadAluno <> 00
               if ws-fs-arqCadAluno = 23 then
                   move spaces                         to fd-alunos
                   move cmp-cod                        to fd-cod
                   move "N"                            to ws-exporta
                   move "ALUNO NAO CADASTRADO"         to ws-obs
                   perform imprime-detalhe
                   go to confere-beneficiario-exit
               else
                   move 3                                 to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform apura-frequencia-periodo

           if ws-perc-freq < ws-perc-minimo
               add 1 to ws-qtd-abaixo
               perform busca-motivo
           end-if

           evaluate true
               when not fd-status-ativo
                   move "N"                              to ws-exporta
                   move "ALUNO NAO ATIVO - NAO EXPORTADO" to ws-obs
               when cmp-nis = spaces
                   move "N"                              to ws-exporta
                   move "SEM NIS - NAO EXPORTADO"        to ws-obs
               when ws-perc-freq < ws-perc-minimo
                and ws-motivo = spaces
                   add 1 to ws-qtd-sem-motivo
                   move "ABAIXO DO MINIMO - SEM MOTIVO"  to ws-obs
               when ws-perc-freq < ws-perc-minimo
                   move "ABAIXO DO MINIMO"               to ws-obs
               when ws-aulas = zero
                   move "SEM LANCAMENTO NO PERIODO"      to ws-obs
           end-evaluate

           if exporta-aluno
               perform exporta-beneficiario
           else
               add 1 to ws-qtd-nao-exportados
           end-if

           perform imprime-detalhe
           .
       confere-beneficiario-exit.
           exit.

      *>________________________________________________________________________
      *>  Conta aulas (P+F - justificada nao conta) e presencas do aluno entre  |
      *>  ws-data-ini e ws-data-fim                                             |
      *>________________________________________________________________________|
       apura-frequencia-periodo section.

           if ws-fs-arqFrequencia = 35 then
               move 100 to ws-perc-freq
               go to apura-frequencia-periodo-exit
           end-if

           move "N"         to ws-fim-freq
           move fd-cod      to freq-cod
           move ws-data-ini to freq-data
           start arqFrequencia key is >= freq-chave
           if  ws-fs-arqFrequencia <> 00
               if ws-fs-arqFrequencia = 23 then
                   set fim-freq to true
               else
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until fim-freq
               read arqFrequencia next
               if  ws-fs-arqFrequencia = 10
               or  ws-fs-arqFrequencia = 23 then
                   set fim-freq to true
               else
                   if ws-fs-arqFrequencia <> 00 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "   to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       if freq-cod <> fd-cod
                       or freq-data > ws-data-fim then
                           set fim-freq to true
                       else
                           if freq-presente then
                               add 1 to ws-aulas
                               add 1 to ws-presencas
                           end-if
                           if freq-falta then
                               add 1 to ws-aulas
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-aulas > zero
               compute ws-perc-freq rounded =
                       (ws-presencas * 100) / ws-aulas
           else
               move 100 to ws-perc-freq
           end-if
           .
       apura-frequencia-periodo-exit.
           exit.

      *>________________________________________________________________________
      *>  Motivo da baixa frequencia informado no portal para o periodo         |
      *>________________________________________________________________________|
       busca-motivo section.

           if ws-fs-arqMotivoFreq = 35 then
               go to busca-motivo-exit
           end-if

           move fd-cod         to mot-cod
           move ws-ano-ref     to mot-ano
           move ws-periodo-ref to mot-periodo
           read arqMotivoFreq
           if ws-fs-arqMotivoFreq = 00 then
               move mot-motivo to ws-motivo
           else
               if ws-fs-arqMotivoFreq <> 23 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqMotivoFreq                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMotivoFreq "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       busca-motivo-exit.
           exit.

      *>________________________________________________________________________
      *>  Grava o detalhe do beneficiario no arquivo do Sistema Presenca        |
      *>________________________________________________________________________|
       exporta-beneficiario section.

           compute ws-perc-inteiro rounded = ws-perc-freq

           move ws-cod-inep     to wpd-inep
           move cmp-nis         to wpd-nis
           move fd-cod          to wpd-cod
           move fd-aluno        to wpd-nome
           move ws-ano-ref      to wpd-ano
           move ws-periodo-ref  to wpd-periodo
           move ws-aulas        to wpd-aulas
           move ws-presencas    to wpd-presencas
           move ws-perc-inteiro to wpd-perc
           if ws-perc-freq < ws-perc-minimo
               move "S"         to wpd-abaixo
               move ws-motivo   to wpd-motivo
           else
               move "N"         to wpd-abaixo
               move spaces      to wpd-motivo
           end-if

           write presenca-linha from ws-pre-detalhe
           if ws-fs-arqPresenca <> 00 then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arqPresenca                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqPresenca "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-exportados
           .
       exporta-beneficiario-exit.
           exit.

      *>________________________________________________________________________
      *>  Linha do relatorio de conferencia                                     |
      *>________________________________________________________________________|
       imprime-detalhe section.

           move fd-cod        to wsl-cod
           move fd-aluno      to wsl-aluno
           move cmp-nis       to wsl-nis
           move fd-turma      to wsl-turma
           move ws-aulas      to wsl-aulas
           move ws-presencas  to wsl-presencas
           move ws-perc-freq  to wsl-perc
           move ws-motivo     to wsl-motivo
           move ws-obs        to wsl-obs

           write conferencia-linha from ws-linha-detalhe
           if ws-fs-arqRelConferencia <> 00 then
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqRelConferencia                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRelConferencia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprime-detalhe-exit.
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

           move ws-cod-inep       to wpt-inep
           move ws-qtd-exportados to wpt-qtd
           write presenca-linha from ws-pre-trailer

           move ws-qtd-beneficiarios  to wsr-qtd-beneficiarios
           move ws-qtd-exportados     to wsr-qtd-exportados
           move ws-qtd-abaixo         to wsr-qtd-abaixo
           move ws-qtd-sem-motivo     to wsr-qtd-sem-motivo
           move ws-qtd-nao-exportados to wsr-qtd-nao-exportados
           write conferencia-linha from ws-linha-rodape1
           write conferencia-linha from ws-linha-rodape2
           write conferencia-linha from ws-linha-rodape3

           close arqRelConferencia
           close arqPresenca
           close arqCadAluno
           if ws-fs-arqAlunoCompl <> 35 then
               close arqAlunoCompl
           end-if
           if ws-fs-arqFrequencia <> 35 then
               close arqFrequencia
           end-if
           if ws-fs-arqMotivoFreq <> 35 then
               close arqMotivoFreq
           end-if

           display "Apuracao do periodo " ws-ano-ref "/" ws-periodo-ref " concluida."
           display "Beneficiarios..............: " ws-qtd-beneficiarios
           display "Exportados.................: " ws-qtd-exportados
           display "Abaixo do minimo...........: " ws-qtd-abaixo
           display "Sem motivo informado.......: " ws-qtd-sem-motivo
           if ws-qtd-sem-motivo > zero
               display "ATENCAO: informe os motivos no portal e rode de novo"
               display "antes de enviar o arquivo."
           end-if
           display "Arquivo gerado em SistemaPresenca.txt"
           display "Conferencia gerada em ConferenciaPresenca.txt"

           Stop run
           .
       finaliza-exit.
           exit.
