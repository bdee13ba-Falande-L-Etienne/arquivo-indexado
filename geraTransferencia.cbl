      *>cada nota por disciplina de arqNotaDisciplina vira uma linha
      *>NOTA com o nome da disciplina junto; cada mes de arqFrequencia
      *>vira uma linha FREQ; e o historico de anos anteriores sai nas
      *>linhas HIST (arqHistoricoNota) e HISTDISC (arqHistoricoNotaDisc);
      *>as ocorrencias disciplinares de arqOcorrencia saem nas linhas
      *>OCOR, com a descricao no ultimo campo.
      *>O mesmo leiaute eh lido por carregaTransferencia na escola que
      *>recebe o aluno. A saida vai para arqTransferencia-N.txt, com N
      *>o numero de matricula do aluno. Se o aluno ainda tiver parcelas
      *>de mensalidade em aberto (arqParcela), a secretaria eh avisada
      *>antes da geracao e confirma se gera o arquivo mesmo assim.

      *>Divisão para configuração do ambiente
       environment division.
           record key is fd-hdisc-chave
           file status is ws-fs-arqHistoricoNotaDisc.

           select arqParcela assign to "arqParcela.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-parc-chave
           file status is ws-fs-arqParcela.

           select arqOcorrencia assign to "arqOcorrencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ocor-chave
           file status is ws-fs-arqOcorrencia.

           select arqTransferencia assign to ws-nome-arquivo-saida
           organization is line sequential
           access mode is sequential
           05  fd-hdisc-media-final                pic 9(02)v99 value zero.
           05  fd-hdisc-situacao                   pic x(20).

       fd arqParcela.
       01  fd-parcela.
           05  fd-parc-chave.
               10  fd-parc-cod-aluno               pic 9(08).
               10  fd-parc-ano                     pic 9(04).
               10  fd-parc-mes                     pic 9(02).
           05  fd-parc-cod-turma                   pic 9(03) value zero.
           05  fd-parc-valor                       pic 9(05)v99 value zero.
           05  fd-parc-vencimento                  pic 9(08) value zero.
           05  fd-parc-situacao                    pic x(06) value "ABERTA".
               88  parcela-aberta                  value "ABERTA".
               88  parcela-paga                    value "PAGA".
           05  fd-parc-data-pgto                   pic 9(08) value zero.
           05  fd-parc-valor-pago                  pic 9(05)v99 value zero.
           05  fd-parc-oper                        pic 9(03) value zero.

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

       fd arqTransferencia.
       01  fd-linha-transferencia                  pic x(250).

       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqHistoricoNota                  pic  9(02).
       77  ws-fs-arqHistoricoNotaDisc              pic  9(02).
       77  ws-fs-arqParcela                        pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqTransferencia                  pic  9(02).

       77  ws-cod-aluno                            pic 9(08) value zero.
       77  ws-total-freq                           pic 9(04) value zero.
       77  ws-total-hist                           pic 9(04) value zero.
       77  ws-total-hist-disc                      pic 9(04) value zero.
       77  ws-total-ocor                           pic 9(04) value zero.

      *>    parcelas de mensalidade ainda em aberto do aluno
       77  ws-qtd-parcelas-abertas                 pic 9(03) value zero.
       77  ws-valor-em-aberto                      pic 9(07)v99 value zero.
       77  ws-valor-ed                             pic z.zzz.zz9,99.

       77  ws-confirma                             pic x(01).
           88  confirma-sim                         value "S" "s".

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
               perform finaliza-anormal
           end-if

      *>    arqParcela pode ainda nao existir se nenhuma mensalidade foi
      *>    gerada; nesse caso nao ha parcela em aberto a avisar
           open input arqParcela
           if ws-fs-arqParcela = 35 then
               open output arqParcela
               close arqParcela
               open input arqParcela
           end-if
           if ws-fs-arqParcela  <> 00
           and ws-fs-arqParcela <> 05 then
               move 11                                          to ws-msn-erro-ofsset
               move ws-fs-arqParcela                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqOcorrencia pode ainda nao existir se nenhuma ocorrencia
      *>    foi registrada; nesse caso o arquivo sai sem linhas OCOR
           open input arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               open output arqOcorrencia
               close arqOcorrencia
               open input arqOcorrencia
           end-if
           if ws-fs-arqOcorrencia  <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 13                                          to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "------ Geracao de arquivo de transferencia ------"
           display "Informe o cod. do aluno transferido: "
           accept ws-cod-aluno
               perform finaliza
           end-if

      *>    a transferencia nao quita a mensalidade: avisar a secretaria
      *>    das parcelas em aberto antes de entregar o arquivo
           perform contar-parcelas-abertas

           if ws-qtd-parcelas-abertas > zero then
               move ws-valor-em-aberto to ws-valor-ed
               display "Atencao: aluno com " ws-qtd-parcelas-abertas
                       " parcela(s) de mensalidade em aberto, total "
                       ws-valor-ed
               display "Gerar o arquivo de transferencia mesmo assim?"
                       " 'S'/'N' "
               accept ws-confirma
               if not confirma-sim then
                   perform finaliza
               end-if
           end-if

           move spaces to ws-nome-arquivo-saida
           string "arqTransferencia-"  delimited by size
                  fd-cod-aluno         delimited by size

      *>------------------------------------------------------------------------
      *>  Processamento Principal - uma linha CADASTRO e as linhas
      *>  NOTA, FREQ, HIST, HISTDISC e OCOR do aluno
      *>------------------------------------------------------------------------
       processamento section.

           perform gravar-frequencia
           perform gravar-historico
           perform gravar-historico-disciplina
           perform gravar-ocorrencias

           display "Arquivo de transferencia gerado: " ws-nome-arquivo-saida
           display "Notas por disciplina : " ws-total-notas
           display "Meses de frequencia  : " ws-total-freq
           display "Anos de historico    : " ws-total-hist
           display "Historicos por disc. : " ws-total-hist-disc
           display "Ocorrencias          : " ws-total-ocor

           .
       processamento-exit.
       gravar-historico-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas OCOR: uma ocorrencia disciplinar de arqOcorrencia por
      *>  linha; a descricao vai no ultimo campo
      *>------------------------------------------------------------------------
       gravar-ocorrencias section.

           move fd-cod-aluno to fd-ocor-cod-aluno
           move zeros        to fd-ocor-data
           move zeros        to fd-ocor-seq

           start arqOcorrencia key is not less than fd-ocor-chave

           if ws-fs-arqOcorrencia = 0 then

               read arqOcorrencia next

               perform until ws-fs-arqOcorrencia <> 0
               or fd-ocor-cod-aluno <> fd-cod-aluno

                   move spaces to fd-linha-transferencia
                   string "OCOR"                          delimited by size
                          "|"                             delimited by size
                          fd-ocor-data                    delimited by size
                          "|"                             delimited by size
                          fd-ocor-seq                     delimited by size
                          "|"                             delimited by size
                          function trim(fd-ocor-tipo)     delimited by size
                          "|"                             delimited by size
                          fd-ocor-dias-suspensao          delimited by size
                          "|"                             delimited by size
                          fd-ocor-oper                    delimited by size
                          "|"                             delimited by size
                          function trim(fd-ocor-descricao) delimited by size
                          into fd-linha-transferencia
                   end-string

                   perform gravar-linha-transferencia

                   add 1 to ws-total-ocor

                   read arqOcorrencia next

               end-perform
           end-if

           .
       gravar-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parcelas em aberto do aluno: quantidade e valor total
      *>------------------------------------------------------------------------
       contar-parcelas-abertas section.

           move zero to ws-qtd-parcelas-abertas
           move zero to ws-valor-em-aberto

           move fd-cod-aluno to fd-parc-cod-aluno
           move zeros        to fd-parc-ano
           move zeros        to fd-parc-mes

           start arqParcela key is not less than fd-parc-chave

           if ws-fs-arqParcela = 0 then

               read arqParcela next

               perform until ws-fs-arqParcela <> 0
               or fd-parc-cod-aluno <> fd-cod-aluno

                   if parcela-aberta then
                       add 1             to ws-qtd-parcelas-abertas
                       add fd-parc-valor to ws-valor-em-aberto
                   end-if

                   read arqParcela next

               end-perform
           end-if

           if  ws-fs-arqParcela <> 0
           and ws-fs-arqParcela <> 10
           and ws-fs-arqParcela <> 23 then
               move 12                                          to ws-msn-erro-ofsset
               move ws-fs-arqParcela                            to ws-msn-erro-cod
               move "Erro ao ler arq. arqParcela "              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       contar-parcelas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma linha no arquivo de transferencia
      *>------------------------------------------------------------------------
           close arqFrequencia
           close arqHistoricoNota
           close arqHistoricoNotaDisc
           close arqParcela
           close arqOcorrencia
           close arqTransferencia
           Stop run
           .
           close arqFrequencia
           close arqHistoricoNota
           close arqHistoricoNotaDisc
           close arqParcela
           close arqOcorrencia
           close arqTransferencia
           Stop run
           .
