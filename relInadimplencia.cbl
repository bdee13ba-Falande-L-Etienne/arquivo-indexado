      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relInadimplencia".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch do relatorio de inadimplencia das mensalidades,
      *>por turma: para cada aluno com parcela ABERTA em arqParcela ja
      *>vencida na data do sistema, mostra quantos meses estao em
      *>atraso (parcelas vencidas), o vencimento mais antigo e o valor
      *>devido, com os totais da turma e da escola. O aluno sai na
      *>turma da parcela vencida mais recente, mesmo que ja tenha sido
      *>transferido depois. Para todas as turmas ou para uma turma
      *>especifica, vinda de TURMA= em arqParametros.txt na rotina
      *>noturna, ou do teclado.

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

           select arqTurma assign to "arqTurma.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-turma-cod
           file status is ws-fs-arqTurma.

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

       fd arqTurma.
       01  fd-cad-turma.
           05  fd-turma-cod                        pic 9(03).
           05  fd-turma-nome                       pic x(25).
           05  fd-turma-turno                      pic x(10).
           05  fd-turma-prof-resp                  pic x(25).
           05  fd-turma-capacidade                 pic 9(03) value zero.
           05  fd-turma-serie                      pic 9(02) value zero.
           05  fd-turma-proxima                    pic 9(03) value zero.

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
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqParcela                        pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-turma                      pic x(01) value "N".
           88  veio-turma-do-parametro              value "S".

       77  ws-filtro-turma                         pic 9(03) value zero.

       77  ws-data-hora                            pic x(21).
       77  ws-data-hoje                            pic 9(08) value zero.

      *>    devedores: um por aluno com parcela vencida em aberto,
      *>    acumulado na passada por arqParcela (na ordem aluno, ano,
      *>    mes) e listado depois turma a turma
       01  ws-tabela-devedores.
           05  ws-dev occurs 5000 times.
               10  ws-dev-cod-aluno                pic 9(08).
               10  ws-dev-cod-turma                pic 9(03).
               10  ws-dev-qtd-meses                pic 9(03).
               10  ws-dev-venc-antigo              pic 9(08).
               10  ws-dev-valor                    pic 9(07)v99.
               10  ws-dev-listado                  pic x(01).

       77  ws-qtd-dev                              pic 9(04) value zero.
       77  ws-ind-dev                              pic 9(04) value zero.

       77  ws-estouro-tabela                       pic x(01) value "N".
           88  tabela-estourada                     value "S".

       77  ws-turma-vez                            pic 9(03) value zero.
       77  ws-qtd-dev-turma                        pic 9(04) value zero.
       77  ws-valor-turma                          pic 9(09)v99 value zero.
       77  ws-valor-escola                         pic 9(09)v99 value zero.
       77  ws-total-parcelas                       pic 9(07) value zero.

       77  ws-valor-ed                             pic z.zzz.zz9,99.
       77  ws-valor-total-ed                       pic zzz.zzz.zz9,99.

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

      *>    arqTurma pode ainda nao existir se nenhuma turma foi
      *>    cadastrada; nesse caso, os devedores saem sem turma
           open input arqTurma
           if ws-fs-arqTurma = 35 then
               open output arqTurma
               close arqTurma
               open input arqTurma
           end-if
           if ws-fs-arqTurma  <> 00
           and ws-fs-arqTurma <> 05 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqTurma                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurma "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqParcela pode ainda nao existir se nenhuma mensalidade foi
      *>    gerada; nesse caso o relatorio sai vazio
           open input arqParcela
           if ws-fs-arqParcela = 35 then
               open output arqParcela
               close arqParcela
               open input arqParcela
           end-if
           if ws-fs-arqParcela  <> 00
           and ws-fs-arqParcela <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqParcela                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    na rotina noturna o filtro de turma vem do arquivo de
      *>    parametros; sem ele, o operador informa pelo teclado
           perform ler-parametros

           if not veio-turma-do-parametro then
               display "Informe o codigo da turma (000 para todas as turmas): "
               accept ws-filtro-turma
           end-if

           move function current-date to ws-data-hora
           move ws-data-hora(1:8)     to ws-data-hoje

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna; quando
      *>  existir a linha TURMA, o relatorio roda sem perguntar nada
      *>------------------------------------------------------------------------
       ler-parametros section.

           open input arqParametros

           if  ws-fs-arqParametros <> 00
           and ws-fs-arqParametros <> 35 then
               move 4                                         to ws-msn-erro-ofsset
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

                   if ws-param-chave = "TURMA"
                   and ws-param-valor not = spaces then
                       compute ws-filtro-turma =
                           function numval(ws-param-valor)
                       move "S" to ws-tem-param-turma
                   end-if

                   read arqParametros

               end-perform

               close arqParametros

           end-if

           .
       ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - acumula os devedores e lista turma
      *>  a turma, na ordem do cadastro de turmas
      *>------------------------------------------------------------------------
       processamento section.

           display "==================================================="
           display " RELATORIO DE INADIMPLENCIA - POSICAO EM " ws-data-hoje
           display "==================================================="

           perform acumular-devedores

           move low-values to fd-turma-cod
           start arqTurma key is not less than fd-turma-cod

           if  ws-fs-arqTurma <> 0
           and ws-fs-arqTurma <> 10
           and ws-fs-arqTurma <> 23 then
               move 5                                            to ws-msn-erro-ofsset
               move ws-fs-arqTurma                               to ws-msn-erro-cod
               move "Erro ao ler arq. arqTurma "                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqTurma <> 0

               read arqTurma next

               if ws-fs-arqTurma = 0 then
                   if ws-filtro-turma = zero
                   or fd-turma-cod = ws-filtro-turma then
                       move fd-turma-cod to ws-turma-vez
                       perform listar-devedores-turma
                   end-if
               else
                   if ws-fs-arqTurma <> 10 then
                       move 5                                            to ws-msn-erro-ofsset
                       move ws-fs-arqTurma                               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurma "                 to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

      *>    devedores de turma que nao existe mais no cadastro (ou sem
      *>    turma) saem juntos no fim, para nao sumirem do relatorio
           if ws-filtro-turma = zero then
               perform listar-devedores-sem-turma
           end-if

           move ws-valor-escola to ws-valor-total-ed

           display " "
           display "Parcelas vencidas em aberto : " ws-total-parcelas
           display "Valor total devido          : " ws-valor-total-ed

           if tabela-estourada then
               display "Atencao: mais de 5000 alunos devedores; o"
                       " relatorio mostra so os 5000 primeiros."
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passada por arqParcela: cada parcela ABERTA ja vencida soma no
      *>  devedor do aluno
      *>------------------------------------------------------------------------
       acumular-devedores section.

           move low-values to fd-parc-chave
           start arqParcela key is not less than fd-parc-chave

           if  ws-fs-arqParcela <> 0
           and ws-fs-arqParcela <> 10
           and ws-fs-arqParcela <> 23 then
               move 6                                            to ws-msn-erro-ofsset
               move ws-fs-arqParcela                             to ws-msn-erro-cod
               move "Erro ao ler arq. arqParcela "               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqParcela <> 0

               read arqParcela next

               if ws-fs-arqParcela = 0 then
                   if  parcela-aberta
                   and fd-parc-vencimento < ws-data-hoje then
                       perform somar-parcela-devedor
                   end-if
               else
                   if ws-fs-arqParcela <> 10 then
                       move 6                                            to ws-msn-erro-ofsset
                       move ws-fs-arqParcela                             to ws-msn-erro-cod
                       move "Erro ao ler arq. arqParcela "               to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       acumular-devedores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma da parcela vencida no devedor do aluno; como o arquivo
      *>  vem na ordem do aluno, o devedor do aluno eh sempre o ultimo
      *>  da tabela
      *>------------------------------------------------------------------------
       somar-parcela-devedor section.

           if ws-qtd-dev = zero
           or ws-dev-cod-aluno(ws-qtd-dev) <> fd-parc-cod-aluno then

               if ws-qtd-dev >= 5000 then
                   move "S" to ws-estouro-tabela
                   go to somar-parcela-devedor-exit
               end-if

               add 1 to ws-qtd-dev
               move fd-parc-cod-aluno  to ws-dev-cod-aluno(ws-qtd-dev)
               move zero               to ws-dev-qtd-meses(ws-qtd-dev)
               move fd-parc-vencimento to ws-dev-venc-antigo(ws-qtd-dev)
               move zero               to ws-dev-valor(ws-qtd-dev)
               move "N"                to ws-dev-listado(ws-qtd-dev)
           end-if

           move fd-parc-cod-turma to ws-dev-cod-turma(ws-qtd-dev)
           add 1                  to ws-dev-qtd-meses(ws-qtd-dev)
           add fd-parc-valor      to ws-dev-valor(ws-qtd-dev)

           if fd-parc-vencimento < ws-dev-venc-antigo(ws-qtd-dev) then
               move fd-parc-vencimento to ws-dev-venc-antigo(ws-qtd-dev)
           end-if

           .
       somar-parcela-devedor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devedores de uma turma, com o total da turma
      *>------------------------------------------------------------------------
       listar-devedores-turma section.

           move zero to ws-qtd-dev-turma
           move zero to ws-valor-turma

           move 1 to ws-ind-dev

           perform until ws-ind-dev > ws-qtd-dev

               if ws-dev-cod-turma(ws-ind-dev) = ws-turma-vez then

                   if ws-qtd-dev-turma = zero then
                       display " "
                       display "Turma " fd-turma-cod " - " fd-turma-nome
                               " " fd-turma-turno
                   end-if

                   perform exibir-devedor

                   add 1 to ws-qtd-dev-turma
                   add ws-dev-valor(ws-ind-dev) to ws-valor-turma
               end-if

               add 1 to ws-ind-dev

           end-perform

           if ws-qtd-dev-turma > zero then
               move ws-valor-turma to ws-valor-total-ed
               display "  Devedores na turma: " ws-qtd-dev-turma
                       "  Total devido: " ws-valor-total-ed
           end-if

           .
       listar-devedores-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devedores que nao sairam em nenhuma turma do cadastro
      *>------------------------------------------------------------------------
       listar-devedores-sem-turma section.

           move zero to ws-qtd-dev-turma
           move zero to ws-valor-turma

           move 1 to ws-ind-dev

           perform until ws-ind-dev > ws-qtd-dev

               if ws-dev-listado(ws-ind-dev) <> "S" then

                   if ws-qtd-dev-turma = zero then
                       display " "
                       display "Turma nao cadastrada"
                   end-if

                   perform exibir-devedor

                   add 1 to ws-qtd-dev-turma
                   add ws-dev-valor(ws-ind-dev) to ws-valor-turma
               end-if

               add 1 to ws-ind-dev

           end-perform

           if ws-qtd-dev-turma > zero then
               move ws-valor-turma to ws-valor-total-ed
               display "  Devedores sem turma: " ws-qtd-dev-turma
                       "  Total devido: " ws-valor-total-ed
           end-if

           .
       listar-devedores-sem-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um devedor: matricula, nome, meses em atraso,
      *>  vencimento mais antigo e valor devido
      *>------------------------------------------------------------------------
       exibir-devedor section.

           move ws-dev-cod-aluno(ws-ind-dev) to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0 then
               if ws-fs-arqRegistroAluno = 23 then
                   move "(aluno nao cadastrado)" to fd-nome-aluno
                   move spaces                   to fd-situacao-alu
               else
                   move 7                                            to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-dev-valor(ws-ind-dev) to ws-valor-ed

           display "  " ws-dev-cod-aluno(ws-ind-dev) " " fd-nome-aluno
                   " " fd-situacao-alu
                   " meses: " ws-dev-qtd-meses(ws-ind-dev)
                   " desde " ws-dev-venc-antigo(ws-ind-dev)
                   " devido " ws-valor-ed

           move "S" to ws-dev-listado(ws-ind-dev)

           add ws-dev-qtd-meses(ws-ind-dev) to ws-total-parcelas
           add ws-dev-valor(ws-ind-dev)     to ws-valor-escola

           .
       exibir-devedor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqTurma
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
           close arqTurma
           close arqParcela
           goback
           .
       finaliza-exit.
           exit.
