      *>Programa batch que carrega um aluno recebido em transferencia
      *>de outra escola, lendo o arquivo arqTransferenciaEntrada.txt no
      *>mesmo leiaute gerado por geraTransferencia (linhas CADASTRO,
      *>NOTA, FREQ, HIST, HISTDISC e OCOR delimitadas por "|"). O aluno entra
      *>no cadastro com o proximo numero de matricula e situacao ATIVO, na
      *>turma informada pelo operador (validada em arqTurma e com vaga,
      *>como no cadastro da tela); as linhas NOTA sao validadas
      *>disciplina a disciplina contra arqDisciplina, como o
      *>importaAlunos valida turma, e as faltas parciais e o historico
      *>de anos anteriores entram em arqFrequencia, arqHistoricoNota e
      *>arqHistoricoNotaDisc; as ocorrencias disciplinares (OCOR)
      *>entram em arqOcorrencia. Linha invalida eh gravada em
      *>arqTransfRejeitados.txt com o motivo na frente.

      *>Divisão para configuração do ambiente
           record key is fd-hdisc-chave
           file status is ws-fs-arqHistoricoNotaDisc.

           select arqOcorrencia assign to "arqOcorrencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ocor-chave
           file status is ws-fs-arqOcorrencia.

           select arqTransferenciaEntrada
           assign to "arqTransferenciaEntrada.txt"
           organization is line sequential
           05  fd-turma-turno                      pic x(10).
           05  fd-turma-prof-resp                  pic x(25).
           05  fd-turma-capacidade                 pic 9(03) value zero.
           05  fd-turma-serie                      pic 9(02) value zero.
           05  fd-turma-proxima                    pic 9(03) value zero.

       fd arqDisciplina.
       01  fd-cad-disciplina.
           05  fd-hdisc-media-final                pic 9(02)v99 value zero.
           05  fd-hdisc-situacao                   pic x(20).

       fd arqOcorrencia.
       01  fd-ocorrencia.
           05  fd-ocor-chave.
               10  fd-ocor-cod-aluno               pic 9(08).
               10  fd-ocor-data                    pic 9(08).
               10  fd-ocor-seq                     pic 9(02).
           05  fd-ocor-tipo                        pic x(11).
               88  ocor-advertencia                value "ADVERTENCIA".
               88  ocor-suspensao                  value "SUSPENSAO".
           05  fd-ocor-descricao                   pic x(60).
           05  fd-ocor-dias-suspensao              pic 9(02) value zero.
           05  fd-ocor-oper                        pic 9(03) value zero.

       fd arqTransferenciaEntrada.
       01  fd-linha-entrada                        pic x(250).

       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqHistoricoNota                  pic  9(02).
       77  ws-fs-arqHistoricoNotaDisc              pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqTransferenciaEntrada           pic  9(02).
       77  ws-fs-arqTransfRejeitados               pic  9(02).
       77  ws-fs-arqControleMatricula              pic  9(02).
           05  ws-trf-hd-media-final               pic x(06).
           05  ws-trf-hd-situacao                  pic x(20).

       01  ws-colunas-ocor.
           05  ws-trf-ocor-data                    pic x(08).
           05  ws-trf-ocor-seq                     pic x(06).
           05  ws-trf-ocor-tipo                    pic x(11).
           05  ws-trf-ocor-dias                    pic x(06).
           05  ws-trf-ocor-oper                    pic x(06).
           05  ws-trf-ocor-descricao               pic x(60).

       01  ws-notas-convertidas.
           05  ws-conv-nota1                       pic 9(02)v99 value zero.
           05  ws-conv-nota2                       pic 9(02)v99 value zero.
               perform finaliza-anormal
           end-if

           open i-o arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               open output arqOcorrencia
               close arqOcorrencia
               open i-o arqOcorrencia
           end-if
           if ws-fs-arqOcorrencia  <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 23                                          to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTransferenciaEntrada
           if ws-fs-arqTransferenciaEntrada  <> 00 then
               move 8                                              to ws-msn-erro-ofsset
                   when = "HISTDISC"
                       perform carregar-historico-disc

                   when = "OCOR"
                       perform carregar-ocorrencia

                   when other
                       move "Tipo de linha desconhecido"   to ws-motivo-rejeicao
                       perform gravar-rejeitado
       carregar-historico-disc-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha OCOR: uma ocorrencia disciplinar entra em arqOcorrencia
      *>  com o codigo novo do aluno; o operador da linha eh o da
      *>  escola de origem e entra como veio, so para constar
      *>------------------------------------------------------------------------
       carregar-ocorrencia section.

           if not cadastro-carregado then
               move "Linha OCOR antes do CADASTRO"   to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to carregar-ocorrencia-exit
           end-if

           move spaces to ws-colunas-ocor

           unstring fd-linha-entrada delimited by "|"
               into ws-tipo-linha
                    ws-trf-ocor-data
                    ws-trf-ocor-seq
                    ws-trf-ocor-tipo
                    ws-trf-ocor-dias
                    ws-trf-ocor-oper
                    ws-trf-ocor-descricao
           end-unstring

           move ws-trf-ocor-data to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor < 19000101 then
               move "Data da ocorrencia invalida"   to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to carregar-ocorrencia-exit
           end-if
           move ws-numero-valor to fd-ocor-data

           move ws-trf-ocor-seq to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor > 99 then
               move "Sequencia da ocorrencia invalida"   to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to carregar-ocorrencia-exit
           end-if
           move ws-numero-valor to fd-ocor-seq

           move ws-trf-ocor-tipo to fd-ocor-tipo
           if not ocor-advertencia
           and not ocor-suspensao then
               move "Tipo de ocorrencia desconhecido"   to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to carregar-ocorrencia-exit
           end-if

           move ws-trf-ocor-dias to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor > 99 then
               move "Dias de suspensao invalidos"   to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to carregar-ocorrencia-exit
           end-if
           move ws-numero-valor to fd-ocor-dias-suspensao

           move ws-trf-ocor-oper to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor > 999 then
               move zero to ws-numero-valor
           end-if
           move ws-numero-valor to fd-ocor-oper

           move ws-trf-ocor-descricao to fd-ocor-descricao
           move ws-cod-aluno-novo     to fd-ocor-cod-aluno

           write fd-ocorrencia

           if ws-fs-arqOcorrencia = 22 then
               rewrite fd-ocorrencia
           end-if

           if ws-fs-arqOcorrencia <> 0 then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqOcorrencia "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-total-carregado

           .
       carregar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao das quatro notas da linha corrente (ja movidas para
      *>  ws-trf-nota1..4), com o motivo de rejeicao preenchido quando
           close arqFrequencia
           close arqHistoricoNota
           close arqHistoricoNotaDisc
           close arqOcorrencia
           close arqTransferenciaEntrada
           close arqTransfRejeitados
           close arqControleMatricula
           close arqFrequencia
           close arqHistoricoNota
           close arqHistoricoNotaDisc
           close arqOcorrencia
           close arqTransferenciaEntrada
           close arqTransfRejeitados
           close arqControleMatricula
