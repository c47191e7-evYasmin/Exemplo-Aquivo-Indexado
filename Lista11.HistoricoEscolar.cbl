                  access mode is sequential
                  file status is ws-fs-arqHistEscolar.

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
      *> operadores (codigo, nome e perfil) - quem emite o historico fica              |
      *> registrado no documento emitido.                                              |
      *>_______________________________________________________________________________|
                  select arqUsuarios assign to "arqUsuarios.txt"
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is usu-cod
                  file status is ws-fs-arqUsuarios.

      *>Declaração de variáveis
       data division.

       fd arqHistEscolar.
       01 escolar-linha                            pic X(100).

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

       fd arqUsuarios.
       01 fd-usuarios.
           05  usu-cod                             pic X(03).
           05  usu-nome                            pic X(25).
           05  usu-perfil                          pic X(01).

      *>____Variaveis de trabalho declaradas ai na wordkin-storage
       working-storage section.

       77 ws-fs-arqHistAluno                       pic 9(02).
       77 ws-fs-arqHistAcad                        pic 9(02).
       77 ws-fs-arqHistEscolar                     pic 9(02).
       77 ws-fs-arqDocEmitido                      pic 9(02).
       77 ws-fs-arqControleDoc                     pic 9(02).
       77 ws-doc-rel                               pic 9(04) comp value 1.
       77 ws-fs-arqUsuarios                        pic 9(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       77 ws-data-emissao                          pic X(08).
       77 ws-perc-freq                             pic 9(03)v99 value zero.
       77 ws-qtd-anos                              pic 9(04) comp value zero.
       77 ws-usuario-cod                           pic X(03).
       77 ws-log-data                              pic X(08).
       77 ws-log-hora                              pic X(08).

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

      *>____________________________________________________________________
      *> origem dos dados cadastrais: o aluno e buscado primeiro no         |

           accept ws-data-emissao from date yyyymmdd

           open input arqUsuarios
           if ws-fs-arqUsuarios <> 00 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqUsuarios                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqUsuarios "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Informe o codigo do operador da emissao: "
           accept usu-cod
           read arqUsuarios
           if ws-fs-arqUsuarios <> 00 then
               if ws-fs-arqUsuarios = 23 then
                   move 1                                  to ws-msn-erro-ofsset
                   move zero                               to ws-msn-erro-cod
                   move "Operador nao cadastrado p/ emissao "  to ws-msn-erro-text
               else
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-arqUsuarios                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqUsuarios "    to ws-msn-erro-text
               end-if
               perform finaliza-anormal
           end-if
           move usu-cod to ws-usuario-cod

           open input arqCadAluno
           if ws-fs-arqCadAluno <> 00 then
               move 1                                 to ws-msn-erro-ofsset
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

           open output arqHistEscolar
           if ws-fs-arqHistEscolar <> 00 then
               move 1                                     to ws-msn-erro-ofsset
           exit.

      *>________________________________________________________________________
      *>  Encerramento do documento: separador, numero e codigo de            |
      *>  autenticacao do documento emitido e campo de assinatura               |
      *>________________________________________________________________________|
       emite-encerramento section.

           move "HE"         to ws-doc-tipo
           move ws-cod-busca to ws-doc-cod
           if origem-cadastro
               move fd-aluno   to ws-doc-aluno
           else
               move hist-aluno to ws-doc-aluno
           end-if
           perform registra-documento
           if not doc-gravado then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqDocEmitido                   to ws-msn-erro-cod
               move "Documento nao registrado (colisao) "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-separa to escolar-linha
           perform grava-linha-doc
           move ws-linha-branco to escolar-linha
           perform grava-linha-doc
           move ws-decl-autenticacao to escolar-linha
           perform grava-linha-doc
           move ws-decl-confere to escolar-linha
           perform grava-linha-doc
           move ws-linha-branco to escolar-linha
           perform grava-linha-doc
           move ws-linha-assina to escolar-linha
           perform grava-linha-doc
           .
       emite-encerramento-exit.
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
                       move 4                                     to ws-msn-erro-ofsset
                       move ws-fs-arqDocEmitido                  to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqDocEmitido " to ws-msn-erro-text
                       perform finaliza-anormal
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
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqControleDoc                    to ws-msn-erro-cod
                   move "Erro ao criar arq. arqControleDoc "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-arqControleDoc <> 00 then
                   move 4                                       to ws-msn-erro-ofsset
                   move ws-fs-arqControleDoc                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqControleDoc "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           add 1 to docctl-ultimo
           rewrite docctl-registro
           if ws-fs-arqControleDoc <> 00 then
               move 4                                       to ws-msn-erro-ofsset
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
      *>  Finalização anormal                                                   |
      *>________________________________________________________________________|

           close arqHistEscolar
           close arqCadAluno
           close arqUsuarios
           close arqDocEmitido
           close arqControleDoc
           if ws-fs-arqHistAluno <> 35 then
               close arqHistAluno
           end-if
           display "Historico escolar emitido."
           display "Anos letivos no documento: " ws-qtd-anos
           display "Documento gerado em HistoricoEscolar.txt"
           display "Documento n. " wdc-seq " - autenticacao: " wdc-autenticacao

           Stop run
           .
