      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "carregaRetornoBanco".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de baixa das mensalidades pagas no banco, a
      *>partir do arquivo de retorno arqRetornoBanco.txt, no lugar da
      *>baixa parcela a parcela em "Baixa de mensalidade". O arquivo eh
      *>delimitado por "|", com uma linha por pagamento
      *>  PGTO|matricula|ano|mes|valor-pago|data-pagamento(AAAAMMDD)
      *>e as linhas de outro tipo (cabecalho e rodape do banco) sao
      *>apenas contadas. Cada PGTO baixa a parcela ABERTA do aluno no
      *>ano/mes informado em arqParcela, como PAGA, com a data e o
      *>valor do banco. Linha com campo invalido, parcela inexistente,
      *>parcela ja paga ou valor menor que o da parcela vai para
      *>arqRetornoRejeitados.txt com o motivo na frente, para acerto
      *>na secretaria. Cada baixa gera a linha PAGAMENTO em
      *>arqLogAlteracoes, como na tela, em nome do operador informado
      *>no inicio da carga.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqRegistroAluno assign to "arqRegistroAluno.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-aluno
           alternate record key is fd-nome-aluno with duplicates
           file status is ws-fs-arqRegistroAluno.

           select arqParcela assign to "arqParcela.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-parc-chave
           file status is ws-fs-arqParcela.

           select arqOperador assign to "arqOperador.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oper-cod
           file status is ws-fs-arqOperador.

           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlteracoes.

           select arqRetornoBanco assign to "arqRetornoBanco.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRetornoBanco.

           select arqRetornoRejeitados assign to "arqRetornoRejeitados.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRetornoRejeitados.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqRegistroAluno.
       01  fd-cad-alunos.
           05  fd-cod-aluno                        pic 9(08).
           05  fd-nome-aluno                       pic x(25).
           05  fd-endereco-alu                         pic x(35).
           05  fd-nome-mae                         pic x(25).
           05  fd-nome-pai                         pic x(25).
           05  fd-telefone-alu                         pic x(15).
           05  fd-notas.
               10  fd-nota1                        pic 9(02)v99 value zero.
               10  fd-nota2                        pic 9(02)v99 value zero.
               10  fd-nota3                        pic 9(02)v99 value zero.
               10  fd-nota4                        pic 9(02)v99 value zero.
           05  fd-cod-turma                        pic 9(03) value zero.
           05  fd-situacao-alu                     pic x(11) value "ATIVO".
               88  aluno-ativo                     value "ATIVO", spaces.
           05  fd-transf-data                      pic 9(08) value zero.
           05  fd-transf-destino                   pic x(25).

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

       fd arqOperador.
       01  fd-cad-operador.
           05  fd-oper-cod                         pic 9(03).
           05  fd-oper-nome                        pic x(25).
           05  fd-oper-senha                       pic x(10).
           05  fd-oper-nivel                       pic 9(01).

       fd arqLogAlteracoes.
       01  fd-log-linha                            pic x(200).

       fd arqRetornoBanco.
       01  fd-linha-retorno                        pic x(200).

       fd arqRetornoRejeitados.
       01  fd-linha-rejeitada                      pic x(250).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqParcela                        pic  9(02).
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-fs-arqLogAlteracoes                  pic  9(02).
       77  ws-fs-arqRetornoBanco                   pic  9(02).
       77  ws-fs-arqRetornoRejeitados              pic  9(02).

       77  ws-tipo-linha                           pic x(10).

       01  ws-colunas-pagamento.
           05  ws-ret-matricula                    pic x(08).
           05  ws-ret-ano                          pic x(08).
           05  ws-ret-mes                          pic x(08).
           05  ws-ret-valor                        pic x(10).
           05  ws-ret-data                         pic x(08).

      *>    pagamento da linha corrente, ja convertido
       01  ws-pagamento.
           05  ws-pgto-matricula                   pic 9(08) value zero.
           05  ws-pgto-ano                         pic 9(04) value zero.
           05  ws-pgto-mes                         pic 9(02) value zero.
           05  ws-pgto-valor                       pic 9(05)v99 value zero.
           05  ws-pgto-data                        pic 9(08) value zero.

       77  ws-valor-texto                          pic x(10).
       77  ws-valor-numero                         pic 9(05)v99 value zero.
       77  ws-qtd-validos                          pic 9(02) value zero.
       77  ws-qtd-virgulas                         pic 9(02) value zero.

       77  ws-numero-texto                         pic x(08).
       77  ws-numero-valor                         pic 9(08) value zero.
       77  ws-tamanho-numero                       pic 9(02) value zero.

       77 ws-valor-valido                          pic  x(01).
          88  valor-valido                         value "S".

       77 ws-numero-valido                         pic  x(01).
          88  numero-valido                        value "S".

      *>    operador responsavel pela carga, conferido em arqOperador;
      *>    vai no fim de cada linha do log e na parcela baixada
       77  ws-oper-logado-cod                      pic 9(03) value zero.
       77  ws-senha-digitada                       pic x(10).

       01  ws-log-dados.
           05  ws-log-data-hora                    pic x(21).
           05  ws-log-acao                         pic x(10).
           05  ws-log-detalhe                      pic x(100).

       77  ws-valor-ed                             pic z.zzz.zz9,99.

       77  ws-motivo-rejeicao                      pic x(40) value spaces.

       77  ws-total-lido                           pic 9(05) value zero.
       77  ws-total-outros                         pic 9(05) value zero.
       77  ws-total-baixado                        pic 9(05) value zero.
       77  ws-total-rejeitado                      pic 9(05) value zero.
       77  ws-valor-baixado                        pic 9(09)v99 value zero.
       77  ws-valor-baixado-ed                     pic zzz.zzz.zz9,99.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqRegistroAluno
           if ws-fs-arqRegistroAluno  <> 00 then
               move 1                                         to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegistroAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqParcela
           if ws-fs-arqParcela = 35 then
               open output arqParcela
               close arqParcela
               open i-o arqParcela
           end-if
           if ws-fs-arqParcela  <> 00
           and ws-fs-arqParcela <> 05 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqParcela                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqOperador
           if ws-fs-arqOperador  <> 00 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqOperador                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperador "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqLogAlteracoes eh apenas gravacao (append); se ainda nao
      *>    existir, criamos o arquivo antes de abrir para extensao
           open extend arqLogAlteracoes
           if ws-fs-arqLogAlteracoes = 35 then
               open output arqLogAlteracoes
               close arqLogAlteracoes
               open extend arqLogAlteracoes
           end-if
           if ws-fs-arqLogAlteracoes  <> 00
           and ws-fs-arqLogAlteracoes <> 05 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogAlteracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqRetornoBanco
           if ws-fs-arqRetornoBanco  <> 00 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRetornoBanco "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRetornoRejeitados
           if ws-fs-arqRetornoRejeitados  <> 00 then
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-arqRetornoRejeitados                to ws-msn-erro-cod
               move "Erro ao abrir arqRetornoRejeitados "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform identificar-operador

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador responsavel pela carga, com codigo
      *>  e senha conferidos em arqOperador como no login da tela; sem
      *>  operador valido a carga nao roda
      *>------------------------------------------------------------------------
       identificar-operador section.

           display "------ Baixa de mensalidades (retorno do banco) ------"

           display "Codigo do operador: "
           accept ws-oper-logado-cod

           display "Senha: "
           accept ws-senha-digitada

           move ws-oper-logado-cod to fd-oper-cod

           read arqOperador

           if ws-fs-arqOperador <> 0
           or fd-oper-senha <> ws-senha-digitada then
               if  ws-fs-arqOperador <> 0
               and ws-fs-arqOperador <> 23 then
                   move 7                                         to ws-msn-erro-ofsset
                   move ws-fs-arqOperador                         to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperador "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Codigo ou senha invalidos! Carga nao executada."
               perform finaliza
           end-if

           .
       identificar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - le o retorno linha a linha; so as
      *>  linhas PGTO baixam parcela
      *>------------------------------------------------------------------------
       processamento section.

           read arqRetornoBanco

           perform until ws-fs-arqRetornoBanco <> 0

               add 1 to ws-total-lido

               move spaces to ws-tipo-linha

               unstring fd-linha-retorno delimited by "|"
                   into ws-tipo-linha
               end-unstring

               if ws-tipo-linha = "PGTO" then
                   perform baixar-pagamento
               else
                   add 1 to ws-total-outros
               end-if

               read arqRetornoBanco

           end-perform

           if ws-fs-arqRetornoBanco <> 10 then
               move 8                                            to ws-msn-erro-ofsset
               move ws-fs-arqRetornoBanco                        to ws-msn-erro-cod
               move "Erro ao ler arq. arqRetornoBanco "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-valor-baixado to ws-valor-baixado-ed

           display "Total de linhas lidas          : " ws-total-lido
           display "Linhas de outro tipo           : " ws-total-outros
           display "Parcelas baixadas              : " ws-total-baixado
           display "Valor baixado                  : " ws-valor-baixado-ed
           display "Pagamentos rejeitados          : " ws-total-rejeitado

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha PGTO: confere os campos e a parcela e baixa como PAGA
      *>------------------------------------------------------------------------
       baixar-pagamento section.

           move spaces to ws-colunas-pagamento

           unstring fd-linha-retorno delimited by "|"
               into ws-tipo-linha
                    ws-ret-matricula
                    ws-ret-ano
                    ws-ret-mes
                    ws-ret-valor
                    ws-ret-data
           end-unstring

           move ws-ret-matricula to ws-numero-texto
           perform converter-numero
           if not numero-valido then
               move "Matricula invalida" to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to baixar-pagamento-exit
           end-if
           move ws-numero-valor to ws-pgto-matricula

           move ws-ret-ano to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor > 9999 then
               move "Ano invalido" to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to baixar-pagamento-exit
           end-if
           move ws-numero-valor to ws-pgto-ano

           move ws-ret-mes to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor < 1
           or ws-numero-valor > 12 then
               move "Mes invalido" to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to baixar-pagamento-exit
           end-if
           move ws-numero-valor to ws-pgto-mes

           move ws-ret-valor to ws-valor-texto
           perform converter-valor
           if not valor-valido
           or ws-valor-numero = zero then
               move "Valor pago invalido" to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to baixar-pagamento-exit
           end-if
           move ws-valor-numero to ws-pgto-valor

           move ws-ret-data to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor < 19000101 then
               move "Data de pagamento invalida" to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to baixar-pagamento-exit
           end-if
           move ws-numero-valor to ws-pgto-data

           move ws-pgto-matricula to fd-parc-cod-aluno
           move ws-pgto-ano       to fd-parc-ano
           move ws-pgto-mes       to fd-parc-mes

           read arqParcela

           if ws-fs-arqParcela <> 0 then
               if ws-fs-arqParcela = 23 then
                   move "Parcela inexistente" to ws-motivo-rejeicao
                   perform gravar-rejeitado
                   go to baixar-pagamento-exit
               else
                   move 9                                            to ws-msn-erro-ofsset
                   move ws-fs-arqParcela                             to ws-msn-erro-cod
                   move "Erro ao ler arq. arqParcela "               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if parcela-paga then
               move "Parcela ja paga" to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to baixar-pagamento-exit
           end-if

           if ws-pgto-valor < fd-parc-valor then
               move "Valor pago menor que o da parcela" to ws-motivo-rejeicao
               perform gravar-rejeitado
               go to baixar-pagamento-exit
           end-if

           move "PAGA"             to fd-parc-situacao
           move ws-pgto-data       to fd-parc-data-pgto
           move ws-pgto-valor      to fd-parc-valor-pago
           move ws-oper-logado-cod to fd-parc-oper

           rewrite fd-parcela

           if ws-fs-arqParcela <> 0 then
               move 10                                           to ws-msn-erro-ofsset
               move ws-fs-arqParcela                             to ws-msn-erro-cod
               move "Erro ao alterar arq. arqParcela "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1             to ws-total-baixado
           add ws-pgto-valor to ws-valor-baixado

           perform registrar-log-pagamento

           .
       baixar-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria: linha PAGAMENTO no mesmo formato da tela
      *>------------------------------------------------------------------------
       registrar-log-pagamento section.

           move ws-pgto-matricula to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0 then
               if ws-fs-arqRegistroAluno = 23 then
                   move "(aluno nao cadastrado)" to fd-nome-aluno
               else
                   move 11                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-pgto-valor to ws-valor-ed

           move spaces to ws-log-detalhe
           string "PARCELA "                  delimited by size
                  ws-pgto-ano                 delimited by size
                  "/"                         delimited by size
                  ws-pgto-mes                 delimited by size
                  " PAGA "                    delimited by size
                  function trim(ws-valor-ed)  delimited by size
                  " RETORNO BANCO"            delimited by size
                  into ws-log-detalhe
           end-string

           move function current-date to ws-log-data-hora
           move "PAGAMENTO" to ws-log-acao

           move spaces to fd-log-linha
           string ws-pgto-matricula      delimited by size
                  " "                    delimited by size
                  fd-nome-aluno          delimited by size
                  " "                    delimited by size
                  ws-log-data-hora(1:14) delimited by size
                  " "                    delimited by size
                  ws-log-acao            delimited by size
                  " OPER "               delimited by size
                  ws-oper-logado-cod     delimited by size
                  " "                    delimited by size
                  ws-log-detalhe         delimited by size
                  into fd-log-linha
           end-string

           write fd-log-linha

           if ws-fs-arqLogAlteracoes <> 0 then
               move 12                                            to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlteracoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-log-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao do valor pago ("350,00"): aceita apenas digitos,
      *>  espacos e no maximo uma virgula
      *>------------------------------------------------------------------------
       converter-valor section.

           move "S"  to ws-valor-valido
           move zero to ws-valor-numero

           if ws-valor-texto = spaces then
               move "N" to ws-valor-valido
           else

               move zero to ws-qtd-validos
               inspect ws-valor-texto tallying ws-qtd-validos
                   for all "0" all "1" all "2" all "3" all "4"
                       all "5" all "6" all "7" all "8" all "9"
                       all " "

               move zero to ws-qtd-virgulas
               inspect ws-valor-texto tallying ws-qtd-virgulas
                   for all ","

               add ws-qtd-virgulas to ws-qtd-validos

               if ws-qtd-validos < 10
               or ws-qtd-virgulas > 1 then
                   move "N" to ws-valor-valido
               else
                   compute ws-valor-numero = function numval(ws-valor-texto)
                       on size error
                           move "N" to ws-valor-valido
                   end-compute
               end-if

           end-if

           .
       converter-valor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao de um numero inteiro em texto (matricula, ano, mes,
      *>  data): aceita apenas digitos e espacos
      *>------------------------------------------------------------------------
       converter-numero section.

           move "S"  to ws-numero-valido
           move zero to ws-numero-valor

           if ws-numero-texto = spaces then
               move "N" to ws-numero-valido
           else

               move zero to ws-qtd-validos
               inspect ws-numero-texto tallying ws-qtd-validos
                   for all "0" all "1" all "2" all "3" all "4"
                       all "5" all "6" all "7" all "8" all "9"
                       all " "

               move function length(ws-numero-texto)
                 to ws-tamanho-numero

               if ws-qtd-validos < ws-tamanho-numero then
                   move "N" to ws-numero-valido
               else
                   compute ws-numero-valor =
                       function numval(ws-numero-texto)
                       on size error
                           move "N" to ws-numero-valido
                   end-compute
               end-if

           end-if

           .
       converter-numero-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma linha rejeitada, com o motivo na frente
      *>------------------------------------------------------------------------
       gravar-rejeitado section.

           move spaces to fd-linha-rejeitada

           string ws-motivo-rejeicao              delimited by size
                  "|"                             delimited by size
                  fd-linha-retorno                delimited by size
                  into fd-linha-rejeitada
           end-string

           write fd-linha-rejeitada
           if ws-fs-arqRetornoRejeitados <> 0 then
               move 13                                            to ws-msn-erro-ofsset
               move ws-fs-arqRetornoRejeitados                    to ws-msn-erro-cod
               move "Erro ao gravar arqRetornoRejeitados "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-total-rejeitado

           .
       gravar-rejeitado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqParcela
           close arqOperador
           close arqLogAlteracoes
           close arqRetornoBanco
           close arqRetornoRejeitados
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqRegistroAluno
           close arqParcela
           close arqOperador
           close arqLogAlteracoes
           close arqRetornoBanco
           close arqRetornoRejeitados
           Stop run
           .
       finaliza-exit.
           exit.
