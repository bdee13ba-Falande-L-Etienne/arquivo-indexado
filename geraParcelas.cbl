      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "geraParcelas".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch da rotina noturna que gera as parcelas de
      *>mensalidade do mes: para cada aluno ATIVO com turma, grava em
      *>arqParcela uma parcela ABERTA do mes de referencia, com o valor
      *>e o dia de vencimento configurados para a turma/ano em
      *>arqMensalidadeValor (opcao "Valor da mensalidade da turma" da
      *>tela). Aluno TRANSFERIDO, TRANCADO ou CONCLUIDO nao recebe
      *>parcela nova; as ja geradas continuam em aberto ate a baixa.
      *>Parcela que ja existe para o aluno/mes nao eh gerada de novo,
      *>entao o passo pode rodar toda noite: so os alunos novos no mes
      *>ganham parcela. Turma sem valor configurado no ano eh listada
      *>e os alunos dela ficam sem parcela. O ano letivo vem de
      *>ANO-LETIVO= e o mes de MES-REFERENCIA= em arqParametros.txt;
      *>sem eles, o ano eh pedido no teclado e o mes eh o da data do
      *>sistema.

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

           select arqMensalidadeValor assign to "arqMensalidadeValor.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mval-chave
           file status is ws-fs-arqMensalidadeValor.

           select arqParcela assign to "arqParcela.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-parc-chave
           file status is ws-fs-arqParcela.

           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqParametros.

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

       fd arqMensalidadeValor.
       01  fd-mensalidade-valor.
           05  fd-mval-chave.
               10  fd-mval-cod-turma               pic 9(03).
               10  fd-mval-ano                     pic 9(04).
           05  fd-mval-valor                       pic 9(05)v99 value zero.
           05  fd-mval-dia-venc                    pic 9(02) value zero.

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

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqMensalidadeValor               pic  9(02).
       77  ws-fs-arqParcela                        pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-ano                        pic x(01) value "N".
           88  veio-ano-do-parametro                value "S".

       77  ws-tem-param-mes                        pic x(01) value "N".
           88  veio-mes-do-parametro                value "S".

       77  ws-ano-letivo                           pic 9(04) value zero.
       77  ws-mes-referencia                       pic 9(02) value zero.

       77  ws-data-hora                            pic x(21).

      *>    vencimento da parcela: ano e mes de referencia com o dia
      *>    configurado para a turma
       01  ws-data-vencimento.
           05  ws-venc-ano                         pic 9(04).
           05  ws-venc-mes                         pic 9(02).
           05  ws-venc-dia                         pic 9(02).
       01  ws-data-vencimento-num redefines ws-data-vencimento
                                                   pic 9(08).

      *>    turmas ja avisadas como sem valor configurado, para a
      *>    mensagem sair uma vez por turma e nao uma por aluno
       01  ws-tabela-sem-valor.
           05  ws-turma-sem-valor occurs 999 times pic x(01).

       77  ws-total-ativos                         pic 9(05) value zero.
       77  ws-total-geradas                        pic 9(05) value zero.
       77  ws-total-ja-geradas                     pic 9(05) value zero.
       77  ws-total-sem-turma                      pic 9(05) value zero.
       77  ws-total-sem-valor                      pic 9(05) value zero.
       77  ws-valor-gerado                         pic 9(09)v99 value zero.
       77  ws-valor-gerado-ed                      pic zzz.zzz.zz9,99.

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

      *>    arqMensalidadeValor pode ainda nao existir se nenhum valor
      *>    foi configurado; nesse caso nenhuma parcela eh gerada
           open input arqMensalidadeValor
           if ws-fs-arqMensalidadeValor = 35 then
               open output arqMensalidadeValor
               close arqMensalidadeValor
               open input arqMensalidadeValor
           end-if
           if ws-fs-arqMensalidadeValor  <> 00
           and ws-fs-arqMensalidadeValor <> 05 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqMensalidadeValor                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidadeValor " to ws-msn-erro-text
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
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqParcela                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    na rotina noturna o ano letivo e o mes vem do arquivo de
      *>    parametros; sem eles, o ano vem do teclado e o mes da data
      *>    do sistema
           perform ler-parametros

           if not veio-ano-do-parametro then
               display "Informe o ano letivo das parcelas: "
               accept ws-ano-letivo
           end-if

           if not veio-mes-do-parametro then
               move function current-date to ws-data-hora
               move ws-data-hora(5:2)     to ws-mes-referencia
           end-if

           if ws-mes-referencia = zero
           or ws-mes-referencia > 12 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-mes-referencia                         to ws-msn-erro-cod
               move "Mes de referencia invalido "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-tabela-sem-valor

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna; quando
      *>  existirem as linhas ANO-LETIVO e MES-REFERENCIA, a geracao
      *>  roda sem perguntar
      *>------------------------------------------------------------------------
       ler-parametros section.

           open input arqParametros

           if  ws-fs-arqParametros <> 00
           and ws-fs-arqParametros <> 35 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqParametros                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametros "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametros = 00 then

               read arqParametros

               perform until ws-fs-arqParametros <> 0

                   move spaces to ws-param-chave
                   move spaces to ws-param-valor

                   unstring fd-linha-parametro delimited by "="
                       into ws-param-chave
                            ws-param-valor
                   end-unstring

                   if ws-param-chave = "ANO-LETIVO"
                   and ws-param-valor not = spaces then
                       compute ws-ano-letivo =
                           function numval(ws-param-valor)
                       move "S" to ws-tem-param-ano
                   end-if

                   if ws-param-chave = "MES-REFERENCIA"
                   and ws-param-valor not = spaces then
                       compute ws-mes-referencia =
                           function numval(ws-param-valor)
                       move "S" to ws-tem-param-mes
                   end-if

                   read arqParametros

               end-perform

               close arqParametros

           end-if

           .
       ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - uma parcela do mes por aluno ATIVO
      *>------------------------------------------------------------------------
       processamento section.

           display "==================================================="
           display " GERACAO DE PARCELAS - " ws-mes-referencia "/"
                   ws-ano-letivo
           display "==================================================="

           move low-values to fd-cod-aluno
           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 6                                            to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if ws-fs-arqRegistroAluno = 0 then
                   if aluno-ativo then
                       add 1 to ws-total-ativos
                       perform gerar-parcela-aluno
                   end-if
               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 6                                            to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           move ws-valor-gerado to ws-valor-gerado-ed

           display " "
           display "Alunos ATIVOS            : " ws-total-ativos
           display "Parcelas geradas         : " ws-total-geradas
           display "Ja geradas antes no mes  : " ws-total-ja-geradas
           display "Alunos sem turma         : " ws-total-sem-turma
           display "Alunos em turma sem valor: " ws-total-sem-valor
           display "Valor total gerado       : " ws-valor-gerado-ed

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parcela do mes do aluno corrente, se ainda nao existir
      *>------------------------------------------------------------------------
       gerar-parcela-aluno section.

           if fd-cod-turma = zero then
               add 1 to ws-total-sem-turma
               go to gerar-parcela-aluno-exit
           end-if

           move fd-cod-aluno      to fd-parc-cod-aluno
           move ws-ano-letivo     to fd-parc-ano
           move ws-mes-referencia to fd-parc-mes

           read arqParcela

           if ws-fs-arqParcela = 0 then
               add 1 to ws-total-ja-geradas
               go to gerar-parcela-aluno-exit
           end-if

           if ws-fs-arqParcela <> 23 then
               move 7                                            to ws-msn-erro-ofsset
               move ws-fs-arqParcela                             to ws-msn-erro-cod
               move "Erro ao ler arq. arqParcela "               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-cod-turma  to fd-mval-cod-turma
           move ws-ano-letivo to fd-mval-ano

           read arqMensalidadeValor

           if ws-fs-arqMensalidadeValor <> 0 then
               if ws-fs-arqMensalidadeValor = 23 then
                   add 1 to ws-total-sem-valor
                   if ws-turma-sem-valor(fd-cod-turma) = space then
                       move "S" to ws-turma-sem-valor(fd-cod-turma)
                       display " Turma " fd-cod-turma
                               " sem valor de mensalidade em "
                               ws-ano-letivo
                   end-if
                   go to gerar-parcela-aluno-exit
               else
                   move 8                                            to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidadeValor                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidadeValor "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-ano-letivo     to ws-venc-ano
           move ws-mes-referencia to ws-venc-mes
           move fd-mval-dia-venc  to ws-venc-dia

           if ws-venc-dia = zero then
               move 10 to ws-venc-dia
           end-if

           move fd-cod-aluno           to fd-parc-cod-aluno
           move ws-ano-letivo          to fd-parc-ano
           move ws-mes-referencia      to fd-parc-mes
           move fd-cod-turma           to fd-parc-cod-turma
           move fd-mval-valor          to fd-parc-valor
           move ws-data-vencimento-num to fd-parc-vencimento
           move "ABERTA"               to fd-parc-situacao
           move zero                   to fd-parc-data-pgto
           move zero                   to fd-parc-valor-pago
           move zero                   to fd-parc-oper

           write fd-parcela

           if ws-fs-arqParcela <> 0 then
               move 9                                            to ws-msn-erro-ofsset
               move ws-fs-arqParcela                             to ws-msn-erro-cod
               move "Erro ao gravar arq. arqParcela "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1             to ws-total-geradas
           add fd-parc-valor to ws-valor-gerado

           .
       gerar-parcela-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqMensalidadeValor
           close arqParcela
           move 8 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           close arqRegistroAluno
           close arqMensalidadeValor
           close arqParcela
           goback
           .
       finaliza-exit.
           exit.
