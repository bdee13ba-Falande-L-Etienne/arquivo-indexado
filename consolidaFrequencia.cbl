      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "consolidaFrequencia".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch da rotina noturna que consolida a chamada diaria
      *>(arqChamadaDiaria, gravada pela opcao "Registrar chamada do
      *>dia" da tela) nos totais mensais de faltas de arqFrequencia.
      *>Para cada aluno e mes do ano letivo com chamada registrada, o
      *>fd-freq-faltas eh refeito com a quantidade de dias marcados
      *>com falta, substituindo o total anterior; meses sem nenhuma
      *>chamada diaria ficam como estao (total digitado em "Registrar
      *>faltas"). Assim boletim, alertaFrequencia e historicoEscolar
      *>seguem lendo arqFrequencia, e cada total mensal pode ser
      *>conferido dia a dia na chamada. Cada total alterado gera a
      *>linha FALTAS em arqLogAlteracoes, como na tela, com o operador
      *>000 da rotina noturna. Chamada de aluno que nao esta mais em
      *>arqRegistroAluno nao vira frequencia: o aluno/mes eh listado
      *>e contado no resumo, para a conferencia do verificaIntegridade.
      *>O ano letivo vem de ANO-LETIVO= em arqParametros.txt, ou do
      *>teclado.

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

           select arqFrequencia assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqChamadaDiaria assign to "arqChamadaDiaria.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cham-chave
           file status is ws-fs-arqChamadaDiaria.

           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlteracoes.

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

       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10  fd-freq-cod-aluno               pic 9(08).
               10  fd-freq-ano                     pic 9(04).
               10  fd-freq-mes                     pic 9(02).
           05  fd-freq-faltas                      pic 9(03) value zero.

       fd arqChamadaDiaria.
       01  fd-chamada-diaria.
           05  fd-cham-chave.
               10  fd-cham-cod-aluno               pic 9(08).
               10  fd-cham-data                    pic 9(08).
           05  fd-cham-cod-turma                   pic 9(03) value zero.
           05  fd-cham-presenca                    pic x(01) value "P".
               88  cham-falta                      value "F".
           05  fd-cham-oper                        pic 9(03) value zero.

       fd arqLogAlteracoes.
       01  fd-log-linha                            pic x(200).

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqChamadaDiaria                  pic  9(02).
       77  ws-fs-arqLogAlteracoes                  pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-ano                        pic x(01) value "N".
           88  veio-ano-do-parametro                value "S".

       77  ws-ano-letivo                           pic 9(04) value zero.

      *>    data da chamada lida, desmontada para a quebra por mes
       01  ws-data-chamada.
           05  ws-dcham-ano                        pic 9(04).
           05  ws-dcham-mes                        pic 9(02).
           05  ws-dcham-dia                        pic 9(02).
       01  ws-data-chamada-num redefines ws-data-chamada
                                                   pic 9(08).

      *>    aluno e mes em acumulacao; a quebra de qualquer um grava o
      *>    total do mes em arqFrequencia
       77  ws-aluno-atual                          pic 9(08) value zero.
       77  ws-mes-atual                            pic 9(02) value zero.
       77  ws-faltas-mes                           pic 9(03) value zero.

       77  ws-tem-acumulado                        pic x(01) value "N".
           88  tem-mes-acumulado                    value "S".

       77  ws-ant-faltas                           pic 9(03) value zero.

       01  ws-log-dados.
           05  ws-log-data-hora                    pic x(21).
           05  ws-log-acao                         pic x(10).
           05  ws-log-detalhe                      pic x(100).

       77  ws-nome-aluno                           pic x(25).

      *>    a consolidacao roda sem operador logado: as linhas do log
      *>    saem com o codigo 000 da rotina noturna
       77  ws-oper-rotina                          pic 9(03) value zero.

       77  ws-total-chamadas                       pic 9(07) value zero.
       77  ws-total-meses                          pic 9(05) value zero.
       77  ws-total-alterados                      pic 9(05) value zero.
       77  ws-total-sem-cadastro                   pic 9(05) value zero.

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

           open i-o arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               open output arqFrequencia
               close arqFrequencia
               open i-o arqFrequencia
           end-if
           if ws-fs-arqFrequencia  <> 00
           and ws-fs-arqFrequencia <> 05 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqChamadaDiaria pode ainda nao existir se nenhuma chamada
      *>    foi registrada; nesse caso nao ha nada a consolidar
           open input arqChamadaDiaria
           if ws-fs-arqChamadaDiaria = 35 then
               open output arqChamadaDiaria
               close arqChamadaDiaria
               open input arqChamadaDiaria
           end-if
           if ws-fs-arqChamadaDiaria  <> 00
           and ws-fs-arqChamadaDiaria <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqChamadaDiaria                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqChamadaDiaria "    to ws-msn-erro-text
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

      *>    na rotina noturna o ano letivo vem do arquivo de
      *>    parametros; sem ele, o operador informa pelo teclado
           perform ler-parametros

           if not veio-ano-do-parametro then
               display "Informe o ano letivo da consolidacao: "
               accept ws-ano-letivo
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna; quando
      *>  existir a linha ANO-LETIVO, a consolidacao roda sem perguntar
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

                   read arqParametros

               end-perform

               close arqParametros

           end-if

           .
       ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - passada por arqChamadaDiaria na
      *>  ordem da chave (aluno, data), contando as faltas de cada mes
      *>  do ano letivo; a quebra de aluno ou de mes grava o total
      *>------------------------------------------------------------------------
       processamento section.

           display "==================================================="
           display " CONSOLIDACAO DA CHAMADA DIARIA - ANO LETIVO "
                   ws-ano-letivo
           display "==================================================="

           move "N" to ws-tem-acumulado

           move low-values to fd-cham-chave
           start arqChamadaDiaria key is not less than fd-cham-chave

           if  ws-fs-arqChamadaDiaria <> 0
           and ws-fs-arqChamadaDiaria <> 10
           and ws-fs-arqChamadaDiaria <> 23 then
               move 6                                            to ws-msn-erro-ofsset
               move ws-fs-arqChamadaDiaria                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqChamadaDiaria "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqChamadaDiaria <> 0

               read arqChamadaDiaria next

               if ws-fs-arqChamadaDiaria = 0 then

                   move fd-cham-data to ws-data-chamada-num

                   if ws-dcham-ano = ws-ano-letivo then

                       add 1 to ws-total-chamadas

                       if tem-mes-acumulado
                       and (fd-cham-cod-aluno <> ws-aluno-atual
                        or  ws-dcham-mes      <> ws-mes-atual) then
                           perform gravar-total-mes
                       end-if

                       if not tem-mes-acumulado then
                           move fd-cham-cod-aluno to ws-aluno-atual
                           move ws-dcham-mes      to ws-mes-atual
                           move zero              to ws-faltas-mes
                           move "S"               to ws-tem-acumulado
                       end-if

                       if cham-falta then
                           add 1 to ws-faltas-mes
                       end-if

                   end-if

               else
                   if ws-fs-arqChamadaDiaria <> 10 then
                       move 6                                            to ws-msn-erro-ofsset
                       move ws-fs-arqChamadaDiaria                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqChamadaDiaria "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if tem-mes-acumulado then
               perform gravar-total-mes
           end-if

           display " "
           display "Dias de chamada lidos no ano  : " ws-total-chamadas
           display "Meses consolidados            : " ws-total-meses
           display "Totais mensais alterados      : " ws-total-alterados
           display "Meses de aluno nao cadastrado : " ws-total-sem-cadastro

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao do total de faltas do aluno/mes acumulado em
      *>  arqFrequencia, substituindo o que havia; total que mudou vai
      *>  para o log de alteracoes. Aluno fora do cadastro nao grava
      *>------------------------------------------------------------------------
       gravar-total-mes section.

           move "N" to ws-tem-acumulado

           move ws-aluno-atual to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno = 0 then
               move fd-nome-aluno to ws-nome-aluno
           else
               if ws-fs-arqRegistroAluno = 23 then
                   display " Aluno " ws-aluno-atual " mes " ws-mes-atual
                           ": aluno nao cadastrado - nao consolidado"
                   add 1 to ws-total-sem-cadastro
                   go to gravar-total-mes-exit
               else
                   move 9                                            to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           add 1 to ws-total-meses

           move ws-aluno-atual to fd-freq-cod-aluno
           move ws-ano-letivo  to fd-freq-ano
           move ws-mes-atual   to fd-freq-mes

           read arqFrequencia

           if ws-fs-arqFrequencia = 0 then
               move fd-freq-faltas to ws-ant-faltas
           else
               if ws-fs-arqFrequencia = 23 then
                   move zero to ws-ant-faltas
               else
                   move 7                                            to ws-msn-erro-ofsset
                   move ws-fs-arqFrequencia                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFrequencia "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-aluno-atual to fd-freq-cod-aluno
           move ws-ano-letivo  to fd-freq-ano
           move ws-mes-atual   to fd-freq-mes
           move ws-faltas-mes  to fd-freq-faltas

           if ws-fs-arqFrequencia = 0 then
               if ws-faltas-mes <> ws-ant-faltas then
                   rewrite fd-frequencia
               end-if
           else
               write fd-frequencia
           end-if

           if ws-fs-arqFrequencia <> 0 then
               move 8                                            to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                          to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFrequencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-faltas-mes <> ws-ant-faltas then
               add 1 to ws-total-alterados
               perform registrar-log-faltas
           end-if

           .
       gravar-total-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria: linha FALTAS com o ano, o mes, o total
      *>  anterior e o total novo, no mesmo formato da tela
      *>------------------------------------------------------------------------
       registrar-log-faltas section.

           move "FALTAS" to ws-log-acao

           move spaces to ws-log-detalhe
           string "ANO "                  delimited by size
                  fd-freq-ano             delimited by size
                  " MES "                 delimited by size
                  fd-freq-mes             delimited by size
                  " DE "                  delimited by size
                  ws-ant-faltas           delimited by size
                  " PARA "                delimited by size
                  fd-freq-faltas          delimited by size
                  into ws-log-detalhe
           end-string

           move function current-date to ws-log-data-hora

           move spaces to fd-log-linha
           string ws-aluno-atual         delimited by size
                  " "                    delimited by size
                  ws-nome-aluno          delimited by size
                  " "                    delimited by size
                  ws-log-data-hora(1:14) delimited by size
                  " "                    delimited by size
                  ws-log-acao            delimited by size
                  " OPER "               delimited by size
                  ws-oper-rotina         delimited by size
                  " "                    delimited by size
                  ws-log-detalhe         delimited by size
                  into fd-log-linha
           end-string

           write fd-log-linha

           if ws-fs-arqLogAlteracoes <> 0 then
               move 10                                            to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlteracoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display " Aluno " ws-aluno-atual " mes " fd-freq-mes
                   ": faltas de " ws-ant-faltas " para " fd-freq-faltas

           .
       registrar-log-faltas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqFrequencia
           close arqChamadaDiaria
           close arqLogAlteracoes
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
           close arqFrequencia
           close arqChamadaDiaria
           close arqLogAlteracoes
           goback
           .
       finaliza-exit.
           exit.
