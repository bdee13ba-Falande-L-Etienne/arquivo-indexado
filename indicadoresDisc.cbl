      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "indicadoresDisc".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de indicadores de desempenho por disciplina e
      *>por professor (arqDisciplina), turma a turma, a partir das
      *>notas de arqNotaDisciplina dos alunos ATIVO da turma:
      *>  - media de cada bimestre (so notas lancadas; nota zerada conta
      *>    como nao lancada, como no relatorio de pendencias);
      *>  - distribuicao das notas lancadas nas faixas 0-2, 2-4, 4-6,
      *>    6-8 e 8-10 (o 10 entra na ultima faixa);
      *>  - percentual de alunos com media dos bimestres lancados abaixo
      *>    da media minima da turma/ano (arqConfigTurma, 6,00 sem configuracao)
      *>    e percentual resgatado pela nota de recuperacao, com a mesma
      *>    recomposicao da media final do boletim;
      *>  - taxa de aprovacao da mesma disciplina nos tres anos letivos
      *>    anteriores, de arqHistoricoNotaDisc (todas as turmas).
      *>Ao fim de cada turma sai o resumo por professor. O ano letivo e
      *>a turma (000 = todas) vem de ANO-LETIVO= e TURMA= em
      *>arqParametros.txt, ou do teclado.

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

           select arqHistoricoNotaDisc assign to "arqHistoricoNotaDisc.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hdisc-chave
           file status is ws-fs-arqHistoricoNotaDisc.

           select arqConfigTurma assign to "arqConfigTurma.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-config-chave
           file status is ws-fs-arqConfigTurma.

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

       fd arqHistoricoNotaDisc.
       01  fd-historico-nota-disc.
           05  fd-hdisc-chave.
               10  fd-hdisc-cod-aluno              pic 9(08).
               10  fd-hdisc-ano                    pic 9(04).
               10  fd-hdisc-cod-disc               pic 9(03).
           05  fd-hdisc-notas.
               10  fd-hdisc-nota1                  pic 9(02)v99 value zero.
               10  fd-hdisc-nota2                  pic 9(02)v99 value zero.
               10  fd-hdisc-nota3                  pic 9(02)v99 value zero.
               10  fd-hdisc-nota4                  pic 9(02)v99 value zero.
           05  fd-hdisc-media                      pic 9(02)v99 value zero.
           05  fd-hdisc-nota-rec                   pic 9(02)v99 value zero.
           05  fd-hdisc-media-final                pic 9(02)v99 value zero.
           05  fd-hdisc-situacao                   pic x(20).

       fd arqConfigTurma.
       01  fd-config-turma.
           05  fd-config-chave.
               10  fd-config-cod-turma             pic 9(03).
               10  fd-config-ano                   pic 9(04).
           05  fd-config-media-minima              pic 9(02)v99 value zero.
           05  fd-config-dias-letivos              pic 9(03) value zero.

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqNotaDisciplina                 pic  9(02).
       77  ws-fs-arqHistoricoNotaDisc              pic  9(02).
       77  ws-fs-arqConfigTurma                    pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-ano                        pic x(01) value "N".
           88  veio-ano-do-parametro                value "S".

       77  ws-tem-param-turma                      pic x(01) value "N".
           88  veio-turma-do-parametro              value "S".

       77  ws-ano-letivo                           pic 9(04) value zero.
       77  ws-filtro-turma                         pic 9(03) value zero.

       77  ws-media-minima-padrao                  pic 9(02)v99 value 6,00.
       77  ws-media-minima                         pic 9(02)v99 value zero.

       77  ws-media-aluno                          pic 9(02)v99 value zero.
       77  ws-media-final                          pic 9(02)v99 value zero.

      *>    acumulados da turma corrente, uma linha por disciplina com
      *>    nota lancada
       01  ws-tabela-disc.
           05  ws-dsc occurs 100 times.
               10  ws-dsc-cod                      pic 9(03).
               10  ws-dsc-qtd-alunos               pic 9(05).
               10  ws-dsc-soma-media               pic 9(07)v99.
               10  ws-dsc-bimestre occurs 4 times.
                   15  ws-dsc-soma-bim             pic 9(07)v99.
                   15  ws-dsc-qtd-bim              pic 9(05).
               10  ws-dsc-faixa occurs 5 times     pic 9(05).
               10  ws-dsc-qtd-abaixo               pic 9(05).
               10  ws-dsc-qtd-resgatados           pic 9(05).

       77  ws-qtd-dsc                              pic 9(03) value zero.
       77  ws-ind-dsc                              pic 9(03) value zero.
       77  ws-achou-dsc                            pic x(01) value "N".
           88  achou-disciplina                     value "S".

      *>    aprovacao de cada disciplina nos tres anos anteriores ao ano
      *>    letivo (ocorrencia 1 = ano anterior), carregada uma vez
       01  ws-tabela-hist.
           05  ws-hst occurs 100 times.
               10  ws-hst-cod                      pic 9(03).
               10  ws-hst-ano occurs 3 times.
                   15  ws-hst-total                pic 9(05).
                   15  ws-hst-aprovados            pic 9(05).

       77  ws-qtd-hst                              pic 9(03) value zero.
       77  ws-ind-hst                              pic 9(03) value zero.
       77  ws-ind-ano-hist                         pic 9(01) value zero.
       77  ws-ano-hist                             pic 9(04) value zero.
       77  ws-achou-hst                            pic x(01) value "N".
           88  achou-historico                      value "S".

      *>    resumo por professor da turma corrente
       01  ws-tabela-prof.
           05  ws-prf occurs 100 times.
               10  ws-prf-nome                     pic x(25).
               10  ws-prf-qtd-disc                 pic 9(03).
               10  ws-prf-qtd-alunos               pic 9(05).
               10  ws-prf-soma-media               pic 9(07)v99.
               10  ws-prf-qtd-abaixo               pic 9(05).
               10  ws-prf-qtd-resgatados           pic 9(05).

       77  ws-qtd-prf                              pic 9(03) value zero.
       77  ws-ind-prf                              pic 9(03) value zero.
       77  ws-achou-prf                            pic x(01) value "N".
           88  achou-professor                      value "S".

       77  ws-estouro-tabela                       pic x(01) value "N".
           88  tabela-estourada                     value "S".

      *>    notas do aluno na disciplina, vistas bimestre a bimestre
       01  ws-notas-lidas.
           05  ws-nota-bim occurs 4 times          pic 9(02)v99.

       77  ws-ind-bim                              pic 9(01) value zero.
       77  ws-qtd-bim-lancados                     pic 9(01) value zero.
       77  ws-soma-notas-aluno                     pic 9(03)v99 value zero.
       77  ws-ind-faixa                            pic 9(02) value zero.

       77  ws-media-calc                           pic 9(02)v99 value zero.
       77  ws-pct-calc                             pic 9(03)v9 value zero.

       77  ws-media-ed                             pic z9,99.
       77  ws-pct-ed                               pic zz9,9.
       77  ws-pct-abaixo-ed                        pic zz9,9.
       77  ws-pct-resgate-ed                       pic zz9,9.

       01  ws-linha-bimestres.
           05  ws-lin-bim occurs 4 times.
               10  filler                          pic x(03) value spaces.
               10  ws-lin-bim-media                pic z9,99.

       01  ws-linha-faixas.
           05  ws-lin-faixa occurs 5 times.
               10  filler                          pic x(03) value spaces.
               10  ws-lin-faixa-qtd                pic zzzz9.

       77  ws-qtd-turmas                           pic 9(03) value zero.
       77  ws-qtd-alunos-turma                     pic 9(05) value zero.

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

           open input arqDisciplina
           if ws-fs-arqDisciplina  <> 00 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplina "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    notas, historico e configuracao podem ainda nao existir em
      *>    uma instalacao nova; nesse caso sao criados vazios
           open input arqNotaDisciplina
           if ws-fs-arqNotaDisciplina = 35 then
               open output arqNotaDisciplina
               close arqNotaDisciplina
               open input arqNotaDisciplina
           end-if
           if ws-fs-arqNotaDisciplina  <> 00
           and ws-fs-arqNotaDisciplina <> 05 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisciplina "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistoricoNotaDisc
           if ws-fs-arqHistoricoNotaDisc = 35 then
               open output arqHistoricoNotaDisc
               close arqHistoricoNotaDisc
               open input arqHistoricoNotaDisc
           end-if
           if ws-fs-arqHistoricoNotaDisc  <> 00
           and ws-fs-arqHistoricoNotaDisc <> 05 then
               move 5                                           to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNotaDisc                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistoricoNotaDisc "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqConfigTurma
           if ws-fs-arqConfigTurma = 35 then
               open output arqConfigTurma
               close arqConfigTurma
               open input arqConfigTurma
           end-if
           if ws-fs-arqConfigTurma  <> 00
           and ws-fs-arqConfigTurma <> 05 then
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-arqConfigTurma                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConfigTurma "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    na rotina noturna o ano e a turma vem do arquivo de
      *>    parametros; sem eles, o operador informa pelo teclado
           perform ler-parametros

           if not veio-ano-do-parametro then
               display "Informe o ano letivo: "
               accept ws-ano-letivo
           end-if

           if not veio-turma-do-parametro then
               display "Informe a turma (000 = todas): "
               accept ws-filtro-turma
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna: linhas
      *>  ANO-LETIVO e TURMA
      *>------------------------------------------------------------------------
       ler-parametros section.

           open input arqParametros

           if  ws-fs-arqParametros <> 00
           and ws-fs-arqParametros <> 35 then
               move 7                                         to ws-msn-erro-ofsset
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
      *>  Processamento Principal - historico dos anos anteriores uma
      *>  vez, depois turma a turma
      *>------------------------------------------------------------------------
       processamento section.

           display "==================================================="
           display " INDICADORES POR DISCIPLINA E PROFESSOR - ANO " ws-ano-letivo
           display "==================================================="

           perform carregar-historico

           if ws-filtro-turma <> zero then

               move ws-filtro-turma to fd-turma-cod

               read arqTurma

               if ws-fs-arqTurma = 23 then
                   display "Turma " ws-filtro-turma " nao cadastrada."
                   go to processamento-exit
               end-if

               if ws-fs-arqTurma <> 0 then
                   move 8                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform processar-turma

           else

               move low-values to fd-turma-cod
               start arqTurma key is not less than fd-turma-cod

               if  ws-fs-arqTurma <> 0
               and ws-fs-arqTurma <> 10
               and ws-fs-arqTurma <> 23 then
                   move 8                                         to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqTurma <> 0

                   read arqTurma next

                   if ws-fs-arqTurma = 0 then
                       perform processar-turma
                   else
                       if ws-fs-arqTurma <> 10 then
                           move 8                                         to ws-msn-erro-ofsset
                           move ws-fs-arqTurma                            to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

           end-if

           display " "
           display "==================================================="
           display "Turmas processadas: " ws-qtd-turmas

           if tabela-estourada then
               display "** Mais de 100 disciplinas ou professores;"
                       " os excedentes ficaram fora do relatorio **"
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aprovacao por disciplina nos tres anos anteriores, de
      *>  arqHistoricoNotaDisc
      *>------------------------------------------------------------------------
       carregar-historico section.

           move low-values to fd-hdisc-chave
           start arqHistoricoNotaDisc key is not less than fd-hdisc-chave

           if  ws-fs-arqHistoricoNotaDisc <> 0
           and ws-fs-arqHistoricoNotaDisc <> 10
           and ws-fs-arqHistoricoNotaDisc <> 23 then
               move 9                                            to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNotaDisc                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqHistoricoNotaDisc "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqHistoricoNotaDisc <> 0

               read arqHistoricoNotaDisc next

               if ws-fs-arqHistoricoNotaDisc = 0 then

                   if  fd-hdisc-ano <  ws-ano-letivo
                   and fd-hdisc-ano >= ws-ano-letivo - 3 then
                       perform acumular-historico
                   end-if

               else
                   if ws-fs-arqHistoricoNotaDisc <> 10 then
                       move 9                                            to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoNotaDisc                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistoricoNotaDisc "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       carregar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a linha do historico na disciplina e no ano dela
      *>------------------------------------------------------------------------
       acumular-historico section.

           move "N" to ws-achou-hst
           move 1   to ws-ind-hst

           perform until ws-ind-hst > ws-qtd-hst
           or achou-historico

               if ws-hst-cod(ws-ind-hst) = fd-hdisc-cod-disc then
                   move "S" to ws-achou-hst
               else
                   add 1 to ws-ind-hst
               end-if

           end-perform

           if not achou-historico then
               if ws-qtd-hst >= 100 then
                   move "S" to ws-estouro-tabela
                   go to acumular-historico-exit
               end-if
               add 1 to ws-qtd-hst
               move ws-qtd-hst        to ws-ind-hst
               initialize ws-hst(ws-ind-hst)
               move fd-hdisc-cod-disc to ws-hst-cod(ws-ind-hst)
           end-if

           compute ws-ind-ano-hist = ws-ano-letivo - fd-hdisc-ano

           add 1 to ws-hst-total(ws-ind-hst, ws-ind-ano-hist)

           if fd-hdisc-situacao = "APROVADO" then
               add 1 to ws-hst-aprovados(ws-ind-hst, ws-ind-ano-hist)
           end-if

           .
       acumular-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma turma: acumula as notas dos alunos ATIVO e imprime as
      *>  disciplinas na ordem de arqDisciplina, depois os professores
      *>------------------------------------------------------------------------
       processar-turma section.

           add 1 to ws-qtd-turmas

           move zero   to ws-qtd-dsc
           move zero   to ws-qtd-prf
           move zero   to ws-qtd-alunos-turma

           perform obter-media-minima

           move ws-media-minima to ws-media-ed

           display " "
           display "---------------------------------------------------"
           display "Turma " fd-turma-cod " - " fd-turma-nome
                   "  Media minima: " ws-media-ed
           display "---------------------------------------------------"

           move low-values to fd-cod-aluno
           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 10                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if ws-fs-arqRegistroAluno = 0 then

                   if  aluno-ativo
                   and fd-cod-turma = fd-turma-cod then
                       add 1 to ws-qtd-alunos-turma
                       perform acumular-notas-aluno
                   end-if

               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 10                                           to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           display "Alunos ATIVO: " ws-qtd-alunos-turma

           if ws-qtd-dsc = zero then
               display " Sem notas lancadas por disciplina."
               go to processar-turma-exit
           end-if

           move low-values to fd-disc-cod
           start arqDisciplina key is not less than fd-disc-cod

           if  ws-fs-arqDisciplina <> 0
           and ws-fs-arqDisciplina <> 10
           and ws-fs-arqDisciplina <> 23 then
               move 11                                           to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqDisciplina "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqDisciplina <> 0

               read arqDisciplina next

               if ws-fs-arqDisciplina = 0 then
                   perform imprimir-disciplina
               else
                   if ws-fs-arqDisciplina <> 10 then
                       move 11                                           to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplina                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplina "            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           perform imprimir-professores

           .
       processar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Media minima da turma no ano letivo, de arqConfigTurma
      *>------------------------------------------------------------------------
       obter-media-minima section.

           move fd-turma-cod  to fd-config-cod-turma
           move ws-ano-letivo to fd-config-ano

           read arqConfigTurma

           if ws-fs-arqConfigTurma = 0
           and fd-config-media-minima > zero then
               move fd-config-media-minima to ws-media-minima
           else
               if  ws-fs-arqConfigTurma <> 0
               and ws-fs-arqConfigTurma <> 23 then
                   move 12                                        to ws-msn-erro-ofsset
                   move ws-fs-arqConfigTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConfigTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-media-minima-padrao to ws-media-minima
           end-if

           .
       obter-media-minima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Notas do aluno em cada disciplina entram nos acumulados da
      *>  turma
      *>------------------------------------------------------------------------
       acumular-notas-aluno section.

           move fd-cod-aluno to fd-ndisc-cod-aluno
           move zeros        to fd-ndisc-cod-disc

           start arqNotaDisciplina key is not less than fd-ndisc-chave

           if ws-fs-arqNotaDisciplina = 0 then

               read arqNotaDisciplina next

               perform until ws-fs-arqNotaDisciplina <> 0
               or fd-ndisc-cod-aluno <> fd-cod-aluno

                   perform acumular-nota-disciplina

                   read arqNotaDisciplina next

               end-perform
           end-if

           if  ws-fs-arqNotaDisciplina <> 0
           and ws-fs-arqNotaDisciplina <> 10
           and ws-fs-arqNotaDisciplina <> 23 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqNotaDisciplina "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       acumular-notas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma nota de disciplina do aluno: medias dos bimestres, faixas,
      *>  abaixo da media minima e resgate pela recuperacao. Nota zero
      *>  eh bimestre ainda nao lancado: a media do aluno eh a dos
      *>  bimestres lancados, e aluno sem nenhum nao entra na conta
      *>------------------------------------------------------------------------
       acumular-nota-disciplina section.

           move fd-ndisc-notas to ws-notas-lidas
           move zero           to ws-qtd-bim-lancados
           move zero           to ws-soma-notas-aluno
           move 1              to ws-ind-bim

           perform until ws-ind-bim > 4

               if ws-nota-bim(ws-ind-bim) > zero then
                   add 1 to ws-qtd-bim-lancados
                   add ws-nota-bim(ws-ind-bim) to ws-soma-notas-aluno
               end-if

               add 1 to ws-ind-bim

           end-perform

           if ws-qtd-bim-lancados = zero then
               go to acumular-nota-disciplina-exit
           end-if

           move "N" to ws-achou-dsc
           move 1   to ws-ind-dsc

           perform until ws-ind-dsc > ws-qtd-dsc
           or achou-disciplina

               if ws-dsc-cod(ws-ind-dsc) = fd-ndisc-cod-disc then
                   move "S" to ws-achou-dsc
               else
                   add 1 to ws-ind-dsc
               end-if

           end-perform

           if not achou-disciplina then
               if ws-qtd-dsc >= 100 then
                   move "S" to ws-estouro-tabela
                   go to acumular-nota-disciplina-exit
               end-if
               add 1 to ws-qtd-dsc
               move ws-qtd-dsc        to ws-ind-dsc
               initialize ws-dsc(ws-ind-dsc)
               move fd-ndisc-cod-disc to ws-dsc-cod(ws-ind-dsc)
           end-if

           add 1 to ws-dsc-qtd-alunos(ws-ind-dsc)

           move 1 to ws-ind-bim

           perform until ws-ind-bim > 4

               if ws-nota-bim(ws-ind-bim) > zero then

                   add ws-nota-bim(ws-ind-bim)
                       to ws-dsc-soma-bim(ws-ind-dsc, ws-ind-bim)
                   add 1 to ws-dsc-qtd-bim(ws-ind-dsc, ws-ind-bim)

                   compute ws-ind-faixa = ws-nota-bim(ws-ind-bim) / 2 + 1
                   if ws-ind-faixa > 5 then
                       move 5 to ws-ind-faixa
                   end-if
                   add 1 to ws-dsc-faixa(ws-ind-dsc, ws-ind-faixa)

               end-if

               add 1 to ws-ind-bim

           end-perform

           compute ws-media-aluno rounded =
               ws-soma-notas-aluno / ws-qtd-bim-lancados

           add ws-media-aluno to ws-dsc-soma-media(ws-ind-dsc)

           if ws-media-aluno < ws-media-minima then

               add 1 to ws-dsc-qtd-abaixo(ws-ind-dsc)

               perform recompor-media-final

               if ws-media-final >= ws-media-minima then
                   add 1 to ws-dsc-qtd-resgatados(ws-ind-dsc)
               end-if

           end-if

           .
       acumular-nota-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recomposicao da media final da disciplina com a nota de
      *>  recuperacao, como no boletim: media simples entre a media dos
      *>  bimestres e a nota da recuperacao, nunca menor que a media
      *>  dos bimestres; sem recuperacao lancada, as duas sao iguais
      *>------------------------------------------------------------------------
       recompor-media-final section.

           if fd-ndisc-nota-rec > zero then

               compute ws-media-final rounded =
                   (ws-media-aluno + fd-ndisc-nota-rec) / 2

               if ws-media-final < ws-media-aluno then
                   move ws-media-aluno to ws-media-final
               end-if

           else
               move ws-media-aluno to ws-media-final
           end-if

           .
       recompor-media-final-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco de uma disciplina da turma, se teve nota lancada, e
      *>  soma no resumo do professor dela
      *>------------------------------------------------------------------------
       imprimir-disciplina section.

           move "N" to ws-achou-dsc
           move 1   to ws-ind-dsc

           perform until ws-ind-dsc > ws-qtd-dsc
           or achou-disciplina

               if ws-dsc-cod(ws-ind-dsc) = fd-disc-cod then
                   move "S" to ws-achou-dsc
               else
                   add 1 to ws-ind-dsc
               end-if

           end-perform

           if not achou-disciplina then
               go to imprimir-disciplina-exit
           end-if

           display " "
           display " Disc " fd-disc-cod " " fd-disc-nome
                   " Prof. " fd-disc-prof

           move 1 to ws-ind-bim

           perform until ws-ind-bim > 4

               if ws-dsc-qtd-bim(ws-ind-dsc, ws-ind-bim) > zero then
                   compute ws-media-calc rounded =
                       ws-dsc-soma-bim(ws-ind-dsc, ws-ind-bim)
                     / ws-dsc-qtd-bim(ws-ind-dsc, ws-ind-bim)
               else
                   move zero to ws-media-calc
               end-if

               move ws-media-calc to ws-lin-bim-media(ws-ind-bim)

               add 1 to ws-ind-bim

           end-perform

           display "   Media por bimestre (1o a 4o) :" ws-linha-bimestres

           move 1 to ws-ind-faixa

           perform until ws-ind-faixa > 5

               move ws-dsc-faixa(ws-ind-dsc, ws-ind-faixa)
                 to ws-lin-faixa-qtd(ws-ind-faixa)

               add 1 to ws-ind-faixa

           end-perform

           display "   Notas 0-2  2-4  4-6  6-8  8-10:" ws-linha-faixas

           compute ws-media-calc rounded =
               ws-dsc-soma-media(ws-ind-dsc) / ws-dsc-qtd-alunos(ws-ind-dsc)
           move ws-media-calc to ws-media-ed

           compute ws-pct-calc rounded =
               ws-dsc-qtd-abaixo(ws-ind-dsc) * 100
             / ws-dsc-qtd-alunos(ws-ind-dsc)
           move ws-pct-calc to ws-pct-abaixo-ed

           if ws-dsc-qtd-abaixo(ws-ind-dsc) > zero then
               compute ws-pct-calc rounded =
                   ws-dsc-qtd-resgatados(ws-ind-dsc) * 100
                 / ws-dsc-qtd-abaixo(ws-ind-dsc)
           else
               move zero to ws-pct-calc
           end-if
           move ws-pct-calc to ws-pct-resgate-ed

           display "   Alunos " ws-dsc-qtd-alunos(ws-ind-dsc)
                   "  Media " ws-media-ed
                   "  Abaixo da minima " ws-pct-abaixo-ed "%"
                   "  Resgatados na recuperacao " ws-pct-resgate-ed "%"

           perform imprimir-historico-disciplina

           perform acumular-professor

           .
       imprimir-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Taxa de aprovacao da disciplina nos tres anos anteriores
      *>------------------------------------------------------------------------
       imprimir-historico-disciplina section.

           move "N" to ws-achou-hst
           move 1   to ws-ind-hst

           perform until ws-ind-hst > ws-qtd-hst
           or achou-historico

               if ws-hst-cod(ws-ind-hst) = fd-disc-cod then
                   move "S" to ws-achou-hst
               else
                   add 1 to ws-ind-hst
               end-if

           end-perform

           move 1 to ws-ind-ano-hist

           perform until ws-ind-ano-hist > 3

               compute ws-ano-hist = ws-ano-letivo - ws-ind-ano-hist

               if  achou-historico
               and ws-hst-total(ws-ind-hst, ws-ind-ano-hist) > zero then
                   compute ws-pct-calc rounded =
                       ws-hst-aprovados(ws-ind-hst, ws-ind-ano-hist) * 100
                     / ws-hst-total(ws-ind-hst, ws-ind-ano-hist)
                   move ws-pct-calc to ws-pct-ed
                   display "   Aprovacao em " ws-ano-hist ": " ws-pct-ed "%"
                           " (" ws-hst-aprovados(ws-ind-hst, ws-ind-ano-hist)
                           " de " ws-hst-total(ws-ind-hst, ws-ind-ano-hist) ")"
               else
                   display "   Aprovacao em " ws-ano-hist ": sem historico"
               end-if

               add 1 to ws-ind-ano-hist

           end-perform

           .
       imprimir-historico-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a disciplina impressa no resumo do professor dela
      *>------------------------------------------------------------------------
       acumular-professor section.

           move "N" to ws-achou-prf
           move 1   to ws-ind-prf

           perform until ws-ind-prf > ws-qtd-prf
           or achou-professor

               if ws-prf-nome(ws-ind-prf) = fd-disc-prof then
                   move "S" to ws-achou-prf
               else
                   add 1 to ws-ind-prf
               end-if

           end-perform

           if not achou-professor then
               if ws-qtd-prf >= 100 then
                   move "S" to ws-estouro-tabela
                   go to acumular-professor-exit
               end-if
               add 1 to ws-qtd-prf
               move ws-qtd-prf   to ws-ind-prf
               initialize ws-prf(ws-ind-prf)
               move fd-disc-prof to ws-prf-nome(ws-ind-prf)
           end-if

           add 1                             to ws-prf-qtd-disc(ws-ind-prf)
           add ws-dsc-qtd-alunos(ws-ind-dsc)     to ws-prf-qtd-alunos(ws-ind-prf)
           add ws-dsc-soma-media(ws-ind-dsc)     to ws-prf-soma-media(ws-ind-prf)
           add ws-dsc-qtd-abaixo(ws-ind-dsc)     to ws-prf-qtd-abaixo(ws-ind-prf)
           add ws-dsc-qtd-resgatados(ws-ind-dsc) to ws-prf-qtd-resgatados(ws-ind-prf)

           .
       acumular-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo por professor da turma
      *>------------------------------------------------------------------------
       imprimir-professores section.

           display " "
           display " Resumo por professor:"

           move 1 to ws-ind-prf

           perform until ws-ind-prf > ws-qtd-prf

               compute ws-media-calc rounded =
                   ws-prf-soma-media(ws-ind-prf) / ws-prf-qtd-alunos(ws-ind-prf)
               move ws-media-calc to ws-media-ed

               compute ws-pct-calc rounded =
                   ws-prf-qtd-abaixo(ws-ind-prf) * 100
                 / ws-prf-qtd-alunos(ws-ind-prf)
               move ws-pct-calc to ws-pct-abaixo-ed

               if ws-prf-qtd-abaixo(ws-ind-prf) > zero then
                   compute ws-pct-calc rounded =
                       ws-prf-qtd-resgatados(ws-ind-prf) * 100
                     / ws-prf-qtd-abaixo(ws-ind-prf)
               else
                   move zero to ws-pct-calc
               end-if
               move ws-pct-calc to ws-pct-resgate-ed

               display "   " ws-prf-nome(ws-ind-prf)
                       " Disc " ws-prf-qtd-disc(ws-ind-prf)
                       "  Media " ws-media-ed
                       "  Abaixo " ws-pct-abaixo-ed "%"
                       "  Resgatados " ws-pct-resgate-ed "%"

               add 1 to ws-ind-prf

           end-perform

           .
       imprimir-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqTurma
           close arqDisciplina
           close arqNotaDisciplina
           close arqHistoricoNotaDisc
           close arqConfigTurma
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
           close arqDisciplina
           close arqNotaDisciplina
           close arqHistoricoNotaDisc
           close arqConfigTurma
           goback
           .
       finaliza-exit.
           exit.
