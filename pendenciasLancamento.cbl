      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "pendenciasLancamento".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch do relatorio de pendencias de lancamento: para
      *>cada professor da matriz curricular do ano letivo
      *>(arqMatrizCurricular), lista cada aluno ATIVO das turmas que
      *>ele atende e cada disciplina dele que ainda esta sem nota em
      *>arqNotaDisciplina em algum bimestre ja fechado (do 1o ate o
      *>bimestre informado em BIMESTRE-FECHADO=). Nota zerada conta
      *>como nao lancada, pois o registro da disciplina nasce com os
      *>quatro bimestres zerados. Serve para a coordenacao cobrar os
      *>professores antes da impressao dos boletins. O ano letivo e o
      *>ultimo bimestre fechado vem de ANO-LETIVO= e BIMESTRE-FECHADO=
      *>em arqParametros.txt, ou do teclado.

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

           select arqDisciplina assign to "arqDisciplina.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-disc-cod
           file status is ws-fs-arqDisciplina.

           select arqNotaDisciplina assign to "arqNotaDisciplina.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ndisc-chave
           file status is ws-fs-arqNotaDisciplina.

           select arqMatrizCurricular assign to "arqMatrizCurricular.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matriz-chave
           file status is ws-fs-arqMatrizCurricular.

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

       fd arqDisciplina.
       01  fd-cad-disciplina.
           05  fd-disc-cod                         pic 9(03).
           05  fd-disc-nome                        pic x(25).
           05  fd-disc-prof                        pic x(25).

       fd arqNotaDisciplina.
       01  fd-nota-disciplina.
           05  fd-ndisc-chave.
               10  fd-ndisc-cod-aluno              pic 9(08).
               10  fd-ndisc-cod-disc               pic 9(03).
           05  fd-ndisc-notas.
               10  fd-ndisc-nota1                  pic 9(02)v99 value zero.
               10  fd-ndisc-nota2                  pic 9(02)v99 value zero.
               10  fd-ndisc-nota3                  pic 9(02)v99 value zero.
               10  fd-ndisc-nota4                  pic 9(02)v99 value zero.
           05  fd-ndisc-nota-rec                   pic 9(02)v99 value zero.

       fd arqMatrizCurricular.
       01  fd-matriz-curricular.
           05  fd-matriz-chave.
               10  fd-matriz-cod-turma             pic 9(03).
               10  fd-matriz-cod-disc              pic 9(03).
           05  fd-matriz-prof                      pic x(25).
           05  fd-matriz-carga-semanal             pic 9(02) value zero.
           05  fd-matriz-ano                       pic 9(04) value zero.

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqNotaDisciplina                 pic  9(02).
       77  ws-fs-arqMatrizCurricular               pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-ano                        pic x(01) value "N".
           88  veio-ano-do-parametro                value "S".

       77  ws-tem-param-bimestre                   pic x(01) value "N".
           88  veio-bimestre-do-parametro           value "S".

       77  ws-ano-letivo                           pic 9(04) value zero.
       77  ws-bimestre-fechado                     pic 9(01) value zero.

      *>    matriz do ano letivo carregada em memoria: turma,
      *>    disciplina e professor de cada linha
       01  ws-tabela-matriz.
           05  ws-mtz occurs 500 times.
               10  ws-mtz-cod-turma                pic 9(03).
               10  ws-mtz-cod-disc                 pic 9(03).
               10  ws-mtz-prof                     pic x(25).

       77  ws-qtd-mtz                              pic 9(03) value zero.
       77  ws-ind-mtz                              pic 9(03) value zero.

      *>    professores distintos da matriz, na ordem em que aparecem,
      *>    para o relatorio sair agrupado por professor
       01  ws-tabela-professores.
           05  ws-prof-nome occurs 200 times       pic x(25).

       77  ws-qtd-prof                             pic 9(03) value zero.
       77  ws-ind-prof                             pic 9(03) value zero.
       77  ws-idx-prof                             pic 9(03) value zero.

       77  ws-prof-encontrado                      pic x(01) value "N".
           88  professor-ja-na-tabela               value "S".

       77  ws-estouro-tabela                       pic x(01) value "N".
           88  tabela-estourada                     value "S".

      *>    notas do aluno na disciplina, vistas bimestre a bimestre
       01  ws-notas-lidas.
           05  ws-nota-bim occurs 4 times          pic 9(02)v99.

       77  ws-ind-bim                              pic 9(01) value zero.

       77  ws-bimestres-pendentes                  pic x(20).
       77  ws-ptr-pendentes                        pic 9(02) value zero.

       77  ws-nome-disciplina                      pic x(25).

       77  ws-pend-prof                            pic 9(05) value zero.
       77  ws-total-pendencias                     pic 9(05) value zero.
       77  ws-total-prof-pendentes                 pic 9(03) value zero.

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

           open input arqDisciplina
           if ws-fs-arqDisciplina  <> 00 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplina "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqNotaDisciplina pode ainda nao existir se nenhuma nota
      *>    foi lancada; nesse caso tudo da matriz esta pendente
           open input arqNotaDisciplina
           if ws-fs-arqNotaDisciplina = 35 then
               open output arqNotaDisciplina
               close arqNotaDisciplina
               open input arqNotaDisciplina
           end-if
           if ws-fs-arqNotaDisciplina  <> 00
           and ws-fs-arqNotaDisciplina <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisciplina "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqMatrizCurricular pode ainda nao existir em uma
      *>    instalacao nova; nesse caso o relatorio sai vazio
           open input arqMatrizCurricular
           if ws-fs-arqMatrizCurricular = 35 then
               open output arqMatrizCurricular
               close arqMatrizCurricular
               open input arqMatrizCurricular
           end-if
           if ws-fs-arqMatrizCurricular  <> 00
           and ws-fs-arqMatrizCurricular <> 05 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqMatrizCurricular                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatrizCurricular "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    na rotina noturna o ano e o bimestre vem do arquivo de
      *>    parametros; sem eles, o operador informa pelo teclado
           perform ler-parametros

           if not veio-ano-do-parametro then
               display "Informe o ano letivo: "
               accept ws-ano-letivo
           end-if

           if not veio-bimestre-do-parametro then
               display "Informe o ultimo bimestre fechado (1 a 4): "
               accept ws-bimestre-fechado
           end-if

           if ws-bimestre-fechado < 1
           or ws-bimestre-fechado > 4 then
               move 5                                          to ws-msn-erro-ofsset
               move zero                                       to ws-msn-erro-cod
               move "Bimestre fechado invalido (1 a 4) "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna: linhas
      *>  ANO-LETIVO e BIMESTRE-FECHADO
      *>------------------------------------------------------------------------
       ler-parametros section.

           open input arqParametros

           if  ws-fs-arqParametros <> 00
           and ws-fs-arqParametros <> 35 then
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-arqParametros                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParametros "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    sem arquivo de parametros (status 35) o programa roda como
      *>    sempre, perguntando pelo teclado
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

                   if ws-param-chave = "BIMESTRE-FECHADO"
                   and ws-param-valor not = spaces then
                       compute ws-bimestre-fechado =
                           function numval(ws-param-valor)
                       move "S" to ws-tem-param-bimestre
                   end-if

                   read arqParametros

               end-perform

               close arqParametros

           end-if

           .
       ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - carrega a matriz do ano, separa os
      *>  professores e lista as pendencias de cada um
      *>------------------------------------------------------------------------
       processamento section.

           display "==================================================="
           display " PENDENCIAS DE LANCAMENTO DE NOTAS - ANO " ws-ano-letivo
           display " Bimestres fechados: 1 a " ws-bimestre-fechado
           display "==================================================="

           perform carregar-matriz

           if ws-qtd-mtz = zero then
               display "Nenhuma disciplina na matriz curricular do ano."
               go to processamento-exit
           end-if

           move 1 to ws-ind-prof

           perform until ws-ind-prof > ws-qtd-prof

               perform listar-pendencias-professor

               add 1 to ws-ind-prof

           end-perform

           display " "
           display "==================================================="
           display "Professores com pendencia : " ws-total-prof-pendentes
           display "Total de pendencias       : " ws-total-pendencias

           if tabela-estourada then
               display "** Matriz maior que a tabela do relatorio;"
                       " linhas alem de 500 nao foram conferidas **"
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga da matriz curricular do ano letivo e da lista de
      *>  professores distintos
      *>------------------------------------------------------------------------
       carregar-matriz section.

           move low-values to fd-matriz-chave
           start arqMatrizCurricular key is not less than fd-matriz-chave

           if  ws-fs-arqMatrizCurricular <> 0
           and ws-fs-arqMatrizCurricular <> 10
           and ws-fs-arqMatrizCurricular <> 23 then
               move 7                                            to ws-msn-erro-ofsset
               move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqMatrizCurricular "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqMatrizCurricular <> 0

               read arqMatrizCurricular next

               if ws-fs-arqMatrizCurricular = 0 then

                   if fd-matriz-ano = ws-ano-letivo then

                       if ws-qtd-mtz < 500 then
                           add 1 to ws-qtd-mtz
                           move fd-matriz-cod-turma to ws-mtz-cod-turma(ws-qtd-mtz)
                           move fd-matriz-cod-disc  to ws-mtz-cod-disc(ws-qtd-mtz)
                           move fd-matriz-prof      to ws-mtz-prof(ws-qtd-mtz)
                           perform guardar-professor
                       else
                           move "S" to ws-estouro-tabela
                       end-if

                   end-if

               else
                   if ws-fs-arqMatrizCurricular <> 10 then
                       move 7                                            to ws-msn-erro-ofsset
                       move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMatrizCurricular "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       carregar-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui o professor da linha da matriz na lista de professores,
      *>  se ainda nao estiver nela
      *>------------------------------------------------------------------------
       guardar-professor section.

           move "N" to ws-prof-encontrado
           move 1   to ws-idx-prof

           perform until ws-idx-prof > ws-qtd-prof
           or professor-ja-na-tabela

               if ws-prof-nome(ws-idx-prof) = fd-matriz-prof then
                   move "S" to ws-prof-encontrado
               end-if

               add 1 to ws-idx-prof

           end-perform

           if not professor-ja-na-tabela then
               if ws-qtd-prof < 200 then
                   add 1 to ws-qtd-prof
                   move fd-matriz-prof to ws-prof-nome(ws-qtd-prof)
               else
                   move "S" to ws-estouro-tabela
               end-if
           end-if

           .
       guardar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pendencias de um professor: cada linha da matriz dele, aluno
      *>  a aluno da turma
      *>------------------------------------------------------------------------
       listar-pendencias-professor section.

           move zero to ws-pend-prof

           display " "
           display "---------------------------------------------------"
           display "Professor: " ws-prof-nome(ws-ind-prof)
           display "---------------------------------------------------"

           move 1 to ws-ind-mtz

           perform until ws-ind-mtz > ws-qtd-mtz

               if ws-mtz-prof(ws-ind-mtz) = ws-prof-nome(ws-ind-prof) then
                   perform conferir-linha-matriz
               end-if

               add 1 to ws-ind-mtz

           end-perform

           if ws-pend-prof = zero then
               display " Sem pendencias."
           else
               display " Pendencias do professor: " ws-pend-prof
               add 1 to ws-total-prof-pendentes
           end-if

           .
       listar-pendencias-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha da matriz (turma x disciplina): passa pelo cadastro
      *>  e confere as notas de cada aluno ATIVO da turma
      *>------------------------------------------------------------------------
       conferir-linha-matriz section.

           move ws-mtz-cod-disc(ws-ind-mtz) to fd-disc-cod

           read arqDisciplina

           if ws-fs-arqDisciplina = 0 then
               move fd-disc-nome to ws-nome-disciplina
           else
               if ws-fs-arqDisciplina = 23 then
                   move "(disciplina nao cadastrada)" to ws-nome-disciplina
               else
                   move 8                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move low-values to fd-cod-aluno
           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 9                                            to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if ws-fs-arqRegistroAluno = 0 then

                   if  aluno-ativo
                   and fd-cod-turma = ws-mtz-cod-turma(ws-ind-mtz) then
                       perform conferir-notas-aluno
                   end-if

               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 9                                            to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       conferir-linha-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Notas do aluno na disciplina: cada bimestre fechado sem nota
      *>  entra na linha de pendencia
      *>------------------------------------------------------------------------
       conferir-notas-aluno section.

           move fd-cod-aluno                to fd-ndisc-cod-aluno
           move ws-mtz-cod-disc(ws-ind-mtz) to fd-ndisc-cod-disc

           read arqNotaDisciplina

           if ws-fs-arqNotaDisciplina = 0 then
               move fd-ndisc-notas to ws-notas-lidas
           else
               if ws-fs-arqNotaDisciplina = 23 then
                   move zeros to ws-notas-lidas
               else
                   move 10                                        to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisciplina                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaDisciplina "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to ws-bimestres-pendentes
           move 1      to ws-ptr-pendentes
           move 1      to ws-ind-bim

           perform until ws-ind-bim > ws-bimestre-fechado

               if ws-nota-bim(ws-ind-bim) = zero then
                   string ws-ind-bim     delimited by size
                          "o "           delimited by size
                          into ws-bimestres-pendentes
                          with pointer ws-ptr-pendentes
                   end-string
               end-if

               add 1 to ws-ind-bim

           end-perform

           if ws-bimestres-pendentes <> spaces then
               add 1 to ws-pend-prof
               add 1 to ws-total-pendencias
               display " Turma " ws-mtz-cod-turma(ws-ind-mtz)
                       " Disc " ws-mtz-cod-disc(ws-ind-mtz)
                       " " ws-nome-disciplina
               display "   Aluno " fd-cod-aluno " " fd-nome-aluno
                       " - sem nota no(s) bimestre(s): "
                       ws-bimestres-pendentes
           end-if

           .
       conferir-notas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqDisciplina
           close arqNotaDisciplina
           close arqMatrizCurricular
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
           close arqDisciplina
           close arqNotaDisciplina
           close arqMatrizCurricular
           goback
           .
       finaliza-exit.
           exit.
