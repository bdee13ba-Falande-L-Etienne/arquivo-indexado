      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "relOcorrencias".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch do relatorio de ocorrencias disciplinares por
      *>turma em um periodo: para cada aluno da turma (turma atual do
      *>cadastro), lista as advertencias e suspensoes de arqOcorrencia
      *>com data dentro do periodo, com os totais da turma e da escola.
      *>Para cada ocorrencia listada sai tambem a carta aos responsaveis
      *>em arqCartasOcorrencia.txt, endereçada a mae e ao pai
      *>(fd-nome-mae, fd-nome-pai) no endereco do cadastro
      *>(fd-endereco-alu), uma carta apos a outra separadas por uma
      *>linha de "=". A turma (000 = todas) e o periodo vem de TURMA=,
      *>OCORRENCIA-INICIO= e OCORRENCIA-FIM= (AAAAMMDD) em
      *>arqParametros.txt na rotina noturna, ou do teclado; fim zerado
      *>vale a data do sistema.

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

           select arqOcorrencia assign to "arqOcorrencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ocor-chave
           file status is ws-fs-arqOcorrencia.

           select arqCartasOcorrencia assign to "arqCartasOcorrencia.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCartasOcorrencia.

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

       fd arqCartasOcorrencia.
       01  fd-linha-carta                          pic x(80).

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqCartasOcorrencia               pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-turma                      pic x(01) value "N".
           88  veio-turma-do-parametro              value "S".

       77  ws-tem-param-inicio                     pic x(01) value "N".
           88  veio-inicio-do-parametro             value "S".

       77  ws-tem-param-fim                        pic x(01) value "N".
           88  veio-fim-do-parametro                value "S".

       77  ws-filtro-turma                         pic 9(03) value zero.
       77  ws-data-inicio                          pic 9(08) value zero.
       77  ws-data-fim                             pic 9(08) value zero.

       77  ws-data-hora                            pic x(21).

       01  ws-data-ed.
           05  ws-data-ed-dia                      pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-ed-mes                      pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-ed-ano                      pic x(04).

       77  ws-linha                                pic x(80).

       77  ws-qtd-turma                            pic 9(05) value zero.
       77  ws-dias-turma                           pic 9(05) value zero.
       77  ws-total-ocorrencias                    pic 9(05) value zero.
       77  ws-total-advertencias                   pic 9(05) value zero.
       77  ws-total-suspensoes                     pic 9(05) value zero.
       77  ws-total-dias                           pic 9(05) value zero.
       77  ws-total-cartas                         pic 9(05) value zero.

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

           open input arqTurma
           if ws-fs-arqTurma  <> 00 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqTurma                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurma "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqOcorrencia pode ainda nao existir se nenhuma ocorrencia
      *>    foi registrada; nesse caso o relatorio sai vazio
           open input arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               open output arqOcorrencia
               close arqOcorrencia
               open input arqOcorrencia
           end-if
           if ws-fs-arqOcorrencia  <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCartasOcorrencia
           if ws-fs-arqCartasOcorrencia  <> 00 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-fs-arqCartasOcorrencia                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCartasOcorrencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    na rotina noturna a turma e o periodo vem do arquivo de
      *>    parametros; sem eles, o operador informa pelo teclado
           perform ler-parametros

           if not veio-turma-do-parametro then
               display "Informe o codigo da turma (000 para todas as turmas): "
               accept ws-filtro-turma
           end-if

           if not veio-inicio-do-parametro then
               display "Inicio do periodo (AAAAMMDD): "
               accept ws-data-inicio
           end-if

           if not veio-fim-do-parametro then
               display "Fim do periodo (AAAAMMDD, Enter = hoje): "
               accept ws-data-fim
           end-if

           move function current-date to ws-data-hora

           if ws-data-fim = zero then
               move ws-data-hora(1:8) to ws-data-fim
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna: linhas
      *>  TURMA, OCORRENCIA-INICIO e OCORRENCIA-FIM
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

                   if ws-param-chave = "TURMA"
                   and ws-param-valor not = spaces then
                       compute ws-filtro-turma =
                           function numval(ws-param-valor)
                       move "S" to ws-tem-param-turma
                   end-if

                   if ws-param-chave = "OCORRENCIA-INICIO"
                   and ws-param-valor not = spaces then
                       compute ws-data-inicio =
                           function numval(ws-param-valor)
                       move "S" to ws-tem-param-inicio
                   end-if

                   if ws-param-chave = "OCORRENCIA-FIM"
                   and ws-param-valor not = spaces then
                       compute ws-data-fim =
                           function numval(ws-param-valor)
                       move "S" to ws-tem-param-fim
                   end-if

                   read arqParametros

               end-perform

               close arqParametros

           end-if

           .
       ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - turma a turma na ordem de arqTurma
      *>------------------------------------------------------------------------
       processamento section.

           display "==================================================="
           display " OCORRENCIAS DISCIPLINARES DE " ws-data-inicio
                   " A " ws-data-fim
           display "==================================================="

           if ws-filtro-turma <> zero then

               move ws-filtro-turma to fd-turma-cod

               read arqTurma

               if ws-fs-arqTurma = 23 then
                   display "Turma " ws-filtro-turma " nao cadastrada."
                   go to processamento-exit
               end-if

               if ws-fs-arqTurma <> 0 then
                   move 6                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform listar-turma

           else

               move low-values to fd-turma-cod
               start arqTurma key is not less than fd-turma-cod

               if  ws-fs-arqTurma <> 0
               and ws-fs-arqTurma <> 10
               and ws-fs-arqTurma <> 23 then
                   move 6                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqTurma <> 0

                   read arqTurma next

                   if ws-fs-arqTurma = 0 then
                       perform listar-turma
                   else
                       if ws-fs-arqTurma <> 10 then
                           move 6                                         to ws-msn-erro-ofsset
                           move ws-fs-arqTurma                            to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

           end-if

           display " "
           display "==================================================="
           display "Ocorrencias no periodo : " ws-total-ocorrencias
           display "  Advertencias         : " ws-total-advertencias
           display "  Suspensoes           : " ws-total-suspensoes
           display "  Dias de suspensao    : " ws-total-dias
           display "Cartas geradas         : " ws-total-cartas
                   " em arqCartasOcorrencia.txt"

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrencias do periodo dos alunos de uma turma
      *>------------------------------------------------------------------------
       listar-turma section.

           move zero to ws-qtd-turma
           move zero to ws-dias-turma

           display " "
           display "---------------------------------------------------"
           display "Turma " fd-turma-cod " - " fd-turma-nome
           display "---------------------------------------------------"

           move low-values to fd-cod-aluno
           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 7                                            to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if ws-fs-arqRegistroAluno = 0 then

                   if fd-cod-turma = fd-turma-cod then
                       perform listar-ocorrencias-aluno
                   end-if

               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 7                                            to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-qtd-turma = zero then
               display " Sem ocorrencias no periodo."
           else
               display " Ocorrencias da turma: " ws-qtd-turma
                       "  Dias de suspensao: " ws-dias-turma
           end-if

           .
       listar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrencias do aluno com data no periodo; cada uma sai no
      *>  relatorio e gera a carta aos responsaveis
      *>------------------------------------------------------------------------
       listar-ocorrencias-aluno section.

           move fd-cod-aluno   to fd-ocor-cod-aluno
           move ws-data-inicio to fd-ocor-data
           move zeros          to fd-ocor-seq

           start arqOcorrencia key is not less than fd-ocor-chave

           if ws-fs-arqOcorrencia = 0 then

               read arqOcorrencia next

               perform until ws-fs-arqOcorrencia <> 0
               or fd-ocor-cod-aluno <> fd-cod-aluno
               or fd-ocor-data > ws-data-fim

                   display " " fd-cod-aluno " " fd-nome-aluno
                           " " fd-ocor-data " " fd-ocor-tipo
                           " " fd-ocor-dias-suspensao " dia(s)"
                   display "     " fd-ocor-descricao

                   add 1 to ws-qtd-turma
                   add 1 to ws-total-ocorrencias
                   add fd-ocor-dias-suspensao to ws-dias-turma
                   add fd-ocor-dias-suspensao to ws-total-dias

                   if ocor-suspensao then
                       add 1 to ws-total-suspensoes
                   else
                       add 1 to ws-total-advertencias
                   end-if

                   perform gerar-carta

                   read arqOcorrencia next

               end-perform
           end-if

           if  ws-fs-arqOcorrencia <> 0
           and ws-fs-arqOcorrencia <> 10
           and ws-fs-arqOcorrencia <> 23 then
               move 8                                            to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqOcorrencia "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       listar-ocorrencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carta aos responsaveis pela ocorrencia corrente
      *>------------------------------------------------------------------------
       gerar-carta section.

           move fd-ocor-data(7:2) to ws-data-ed-dia
           move fd-ocor-data(5:2) to ws-data-ed-mes
           move fd-ocor-data(1:4) to ws-data-ed-ano

           move "Aos responsaveis:" to ws-linha
           perform gravar-linha-carta

           move spaces to ws-linha
           string "  Sra. "           delimited by size
                  fd-nome-mae         delimited by "  "
                  into ws-linha
           end-string
           perform gravar-linha-carta

           move spaces to ws-linha
           string "  Sr. "            delimited by size
                  fd-nome-pai         delimited by "  "
                  into ws-linha
           end-string
           perform gravar-linha-carta

           move spaces to ws-linha
           string "  "                delimited by size
                  fd-endereco-alu     delimited by "  "
                  into ws-linha
           end-string
           perform gravar-linha-carta

           move spaces to ws-linha
           perform gravar-linha-carta

           move spaces to ws-linha
           string "Comunicamos que em "  delimited by size
                  ws-data-ed             delimited by size
                  " foi registrada "     delimited by size
                  fd-ocor-tipo           delimited by space
                  " ao(a) aluno(a)"      delimited by size
                  into ws-linha
           end-string
           perform gravar-linha-carta

           move spaces to ws-linha
           string fd-nome-aluno       delimited by "  "
                  ", matricula "      delimited by size
                  fd-cod-aluno        delimited by size
                  ", turma "          delimited by size
                  fd-turma-cod        delimited by size
                  " - "               delimited by size
                  fd-turma-nome       delimited by "  "
                  ","                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha-carta

           move "pelo seguinte motivo:" to ws-linha
           perform gravar-linha-carta

           move spaces to ws-linha
           string "  "                delimited by size
                  fd-ocor-descricao   delimited by size
                  into ws-linha
           end-string
           perform gravar-linha-carta

           if ocor-suspensao then
               move spaces to ws-linha
               string "A suspensao eh de "       delimited by size
                      fd-ocor-dias-suspensao     delimited by size
                      " dia(s) letivo(s) a partir da data acima."
                                                 delimited by size
                      into ws-linha
               end-string
               perform gravar-linha-carta
           end-if

           move spaces to ws-linha
           perform gravar-linha-carta

           move "Solicitamos o comparecimento de um responsavel a coordenacao."
             to ws-linha
           perform gravar-linha-carta

           move spaces to ws-linha
           perform gravar-linha-carta

           move "A Coordenacao" to ws-linha
           perform gravar-linha-carta

           move all "=" to ws-linha
           perform gravar-linha-carta

           add 1 to ws-total-cartas

           .
       gerar-carta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma linha da carta
      *>------------------------------------------------------------------------
       gravar-linha-carta section.

           move ws-linha to fd-linha-carta

           write fd-linha-carta

           if ws-fs-arqCartasOcorrencia <> 0 then
               move 9                                            to ws-msn-erro-ofsset
               move ws-fs-arqCartasOcorrencia                    to ws-msn-erro-cod
               move "Erro ao gravar arqCartasOcorrencia "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-carta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqTurma
           close arqOcorrencia
           close arqCartasOcorrencia
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
           close arqOcorrencia
           close arqCartasOcorrencia
           goback
           .
       finaliza-exit.
           exit.
