      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "carregaNotasBimestre".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de carga das notas de um bimestre a partir das
      *>papeletas devolvidas pelos professores (papeletaNotas), no
      *>lugar da digitacao aluno a aluno em "Cadastrar Notas". O
      *>arquivo arqLancamentoNotas.txt eh delimitado por "|" e traz,
      *>para cada papeleta, uma linha de cabecalho
      *>  CAB|turma|disciplina|bimestre|qtd-alunos|soma-das-notas
      *>seguida de uma linha por aluno
      *>  NOTA|matricula|nota
      *>A quantidade de linhas NOTA e a soma das notas contadas na
      *>carga precisam bater com as do cabecalho (totais de controle
      *>somados a mao na papeleta); se nao baterem, a papeleta inteira
      *>vai para arqLancamentoRejeitados.txt e nada dela eh lancado.
      *>Em papeleta aceita, so o bimestre do cabecalho eh gravado em
      *>arqNotaDisciplina, sem mexer nos outros tres; linhas de aluno
      *>que nao esteja ATIVO na turma do cabecalho ou com nota fora
      *>de 0 a 10 sao rejeitadas uma a uma, com o motivo na frente.
      *>Papeleta de disciplina que nao esta na matriz curricular da
      *>turma (arqMatrizCurricular) eh rejeitada inteira, como faz a
      *>tela de cadastro de notas.
      *>Cada nota alterada gera a linha NOTA em arqLogAlteracoes com o
      *>valor anterior e o novo, como na tela, em nome do operador
      *>informado no inicio da carga.

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

           select arqOperador assign to "arqOperador.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oper-cod
           file status is ws-fs-arqOperador.

           select arqMatrizCurricular assign to "arqMatrizCurricular.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matriz-chave
           file status is ws-fs-arqMatrizCurricular.

           select arqLogAlteracoes assign to "arqLogAlteracoes.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLogAlteracoes.

           select arqLancamentoNotas assign to "arqLancamentoNotas.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLancamentoNotas.

           select arqLancamentoRejeitados assign to "arqLancamentoRejeitados.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqLancamentoRejeitados.

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

       fd arqOperador.
       01  fd-cad-operador.
           05  fd-oper-cod                         pic 9(03).
           05  fd-oper-nome                        pic x(25).
           05  fd-oper-senha                       pic x(10).
           05  fd-oper-nivel                       pic 9(01).

       fd arqMatrizCurricular.
       01  fd-matriz-curricular.
           05  fd-matriz-chave.
               10  fd-matriz-cod-turma             pic 9(03).
               10  fd-matriz-cod-disc              pic 9(03).
           05  fd-matriz-prof                      pic x(25).
           05  fd-matriz-carga-semanal             pic 9(02) value zero.
           05  fd-matriz-ano                       pic 9(04) value zero.

       fd arqLogAlteracoes.
       01  fd-log-linha                            pic x(200).

       fd arqLancamentoNotas.
       01  fd-linha-lancamento                     pic x(200).

       fd arqLancamentoRejeitados.
       01  fd-linha-rejeitada                      pic x(250).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqNotaDisciplina                 pic  9(02).
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-fs-arqMatrizCurricular               pic  9(02).
       77  ws-fs-arqLogAlteracoes                  pic  9(02).
       77  ws-fs-arqLancamentoNotas                pic  9(02).
       77  ws-fs-arqLancamentoRejeitados           pic  9(02).

       77  ws-tipo-linha                           pic x(10).

       01  ws-colunas-cabecalho.
           05  ws-lan-cod-turma                    pic x(08).
           05  ws-lan-cod-disc                     pic x(08).
           05  ws-lan-bimestre                     pic x(08).
           05  ws-lan-qtd-alunos                   pic x(08).
           05  ws-lan-soma-notas                   pic x(10).

       01  ws-colunas-nota.
           05  ws-lan-matricula                    pic x(08).
           05  ws-lan-nota                         pic x(06).

      *>    papeleta em montagem: o cabecalho e as linhas NOTA lidas
      *>    ate o proximo CAB (ou o fim do arquivo); so depois de
      *>    conferidos os totais de controle alguma nota eh lancada
       77  ws-papeleta-aberta                      pic x(01) value "N".
           88  papeleta-aberta                      value "S".

       77  ws-cabecalho-valido                     pic x(01) value "N".
           88  cabecalho-valido                     value "S".

       77  ws-motivo-cabecalho                     pic x(40) value spaces.

       01  ws-papeleta.
           05  ws-pap-cod-turma                    pic 9(03) value zero.
           05  ws-pap-cod-disc                     pic 9(03) value zero.
           05  ws-pap-bimestre                     pic 9(01) value zero.
           05  ws-pap-qtd-informada                pic 9(04) value zero.
           05  ws-pap-soma-informada               pic 9(05)v99 value zero.
           05  ws-pap-qtd-contada                  pic 9(04) value zero.
           05  ws-pap-soma-contada                 pic 9(05)v99 value zero.
           05  ws-pap-linha-cabecalho              pic x(200) value spaces.

       01  ws-tabela-linhas.
           05  ws-lin occurs 999 times.
               10  ws-lin-texto                    pic x(200).
               10  ws-lin-matricula                pic 9(08).
               10  ws-lin-nota                     pic 9(02)v99.
               10  ws-lin-motivo                   pic x(40).

       77  ws-qtd-linhas                           pic 9(04) value zero.
       77  ws-ind-linha                            pic 9(04) value zero.
       77  ws-idx-linha                            pic 9(04) value zero.

       77  ws-estouro-papeleta                     pic x(01) value "N".
           88  papeleta-estourada                   value "S".

      *>    nota do bimestre antes da carga, para o log apontar de
      *>    quanto para quanto mudou
       77  ws-nota-anterior                        pic 9(02)v99 value zero.

       77  ws-nota-texto                           pic x(06).
       77  ws-nota-valor                           pic 9(02)v99 value zero.
       77  ws-soma-texto                           pic x(10).
       77  ws-soma-valor                           pic 9(05)v99 value zero.
       77  ws-qtd-validos                          pic 9(02) value zero.
       77  ws-qtd-virgulas                         pic 9(02) value zero.

       77  ws-numero-texto                         pic x(08).
       77  ws-numero-valor                         pic 9(08) value zero.
       77  ws-tamanho-numero                       pic 9(02) value zero.

       77 ws-nota-valida                           pic  x(01).
          88  nota-valida                          value "S".

       77 ws-soma-valida                           pic  x(01).
          88  soma-valida                          value "S".

       77 ws-numero-valido                         pic  x(01).
          88  numero-valido                        value "S".

      *>    operador responsavel pela carga, conferido em arqOperador;
      *>    vai no fim de cada linha do log, como na tela
       77  ws-oper-logado-cod                      pic 9(03) value zero.
       77  ws-senha-digitada                       pic x(10).

       01  ws-log-dados.
           05  ws-log-data-hora                    pic x(21).
           05  ws-log-acao                         pic x(10).
           05  ws-log-detalhe                      pic x(100).

       77  ws-cod-aluno                            pic 9(08) value zero.
       77  ws-nome-aluno                           pic x(25).
       77  ws-log-bimestre                         pic 9(01) value zero.

      *>    valores anterior e novo editados para a linha de log
       77  ws-log-de-ed                            pic zz9,99.
       77  ws-log-para-ed                          pic zz9,99.

       77  ws-motivo-rejeicao                      pic x(40) value spaces.
       77  ws-linha-rejeitar                       pic x(200) value spaces.

       77  ws-total-lido                           pic 9(05) value zero.
       77  ws-total-papeletas                      pic 9(05) value zero.
       77  ws-total-pap-rejeitada                  pic 9(05) value zero.
       77  ws-total-lancado                        pic 9(05) value zero.
       77  ws-total-sem-alteracao                  pic 9(05) value zero.
       77  ws-total-rejeitado                      pic 9(05) value zero.

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

           open i-o arqNotaDisciplina
           if ws-fs-arqNotaDisciplina = 35 then
               open output arqNotaDisciplina
               close arqNotaDisciplina
               open i-o arqNotaDisciplina
           end-if
           if ws-fs-arqNotaDisciplina  <> 00
           and ws-fs-arqNotaDisciplina <> 05 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisciplina "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqOperador
           if ws-fs-arqOperador  <> 00 then
               move 5                                         to ws-msn-erro-ofsset
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
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogAlteracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqMatrizCurricular pode ainda nao existir em uma
      *>    instalacao nova; nesse caso, criamos o arquivo vazio
           open input arqMatrizCurricular
           if ws-fs-arqMatrizCurricular = 35 then
               open output arqMatrizCurricular
               close arqMatrizCurricular
               open input arqMatrizCurricular
           end-if
           if ws-fs-arqMatrizCurricular  <> 00
           and ws-fs-arqMatrizCurricular <> 05 then
               move 18                                          to ws-msn-erro-ofsset
               move ws-fs-arqMatrizCurricular                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatrizCurricular "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqLancamentoNotas
           if ws-fs-arqLancamentoNotas  <> 00 then
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqLancamentoNotas                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLancamentoNotas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqLancamentoRejeitados
           if ws-fs-arqLancamentoRejeitados  <> 00 then
               move 8                                         to ws-msn-erro-ofsset
               move ws-fs-arqLancamentoRejeitados             to ws-msn-erro-cod
               move "Erro ao abrir arqLancamentoRejeitados "  to ws-msn-erro-text
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

           display "------ Carga de notas do bimestre (papeletas) ------"

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
                   move 9                                         to ws-msn-erro-ofsset
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
      *>  Processamento Principal - le o arquivo de lancamento linha a
      *>  linha; cada CAB fecha a papeleta anterior (conferindo os
      *>  totais e lancando as notas) e abre a seguinte
      *>------------------------------------------------------------------------
       processamento section.

           read arqLancamentoNotas

           perform until ws-fs-arqLancamentoNotas <> 0

               add 1 to ws-total-lido

               move spaces to ws-tipo-linha

               unstring fd-linha-lancamento delimited by "|"
                   into ws-tipo-linha
               end-unstring

               evaluate ws-tipo-linha

                   when = "CAB"
                       perform fechar-papeleta
                       perform abrir-papeleta

                   when = "NOTA"
                       perform acumular-linha-nota

                   when other
                       move "Tipo de linha desconhecido"   to ws-motivo-rejeicao
                       move fd-linha-lancamento            to ws-linha-rejeitar
                       perform gravar-rejeitado

               end-evaluate

               read arqLancamentoNotas

           end-perform

           if ws-fs-arqLancamentoNotas <> 10 then
               move 10                                           to ws-msn-erro-ofsset
               move ws-fs-arqLancamentoNotas                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqLancamentoNotas "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform fechar-papeleta

           display "Total de linhas lidas          : " ws-total-lido
           display "Total de papeletas             : " ws-total-papeletas
           display "Papeletas rejeitadas (totais)  : " ws-total-pap-rejeitada
           display "Notas lancadas                 : " ws-total-lancado
           display "Notas sem alteracao            : " ws-total-sem-alteracao
           display "Linhas rejeitadas              : " ws-total-rejeitado

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha CAB: separa e confere o cabecalho da papeleta (turma e
      *>  disciplina cadastradas, disciplina na matriz curricular da
      *>  turma, bimestre de 1 a 4, totais numericos)
      *>  e zera os acumuladores da papeleta nova
      *>------------------------------------------------------------------------
       abrir-papeleta section.

           move "S"    to ws-papeleta-aberta
           move "S"    to ws-cabecalho-valido
           move "N"    to ws-estouro-papeleta
           move spaces to ws-motivo-cabecalho
           move zero   to ws-qtd-linhas
           move zero   to ws-pap-qtd-contada
           move zero   to ws-pap-soma-contada
           move zero   to ws-pap-cod-turma
           move zero   to ws-pap-cod-disc
           move zero   to ws-pap-bimestre
           move zero   to ws-pap-qtd-informada
           move zero   to ws-pap-soma-informada

           move fd-linha-lancamento to ws-pap-linha-cabecalho

           add 1 to ws-total-papeletas

           move spaces to ws-colunas-cabecalho

           unstring fd-linha-lancamento delimited by "|"
               into ws-tipo-linha
                    ws-lan-cod-turma
                    ws-lan-cod-disc
                    ws-lan-bimestre
                    ws-lan-qtd-alunos
                    ws-lan-soma-notas
           end-unstring

           move ws-lan-cod-turma to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor > 999 then
               move "Turma do cabecalho nao numerica"   to ws-motivo-cabecalho
               move "N"                                  to ws-cabecalho-valido
               go to abrir-papeleta-exit
           end-if
           move ws-numero-valor to ws-pap-cod-turma

           move ws-pap-cod-turma to fd-turma-cod

           read arqTurma

           if ws-fs-arqTurma <> 0 then
               if ws-fs-arqTurma = 23 then
                   move "Turma do cabecalho nao cadastrada"   to ws-motivo-cabecalho
                   move "N"                                   to ws-cabecalho-valido
                   go to abrir-papeleta-exit
               else
                   move 11                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-lan-cod-disc to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor > 999 then
               move "Disciplina do cabecalho nao numerica"   to ws-motivo-cabecalho
               move "N"                                      to ws-cabecalho-valido
               go to abrir-papeleta-exit
           end-if
           move ws-numero-valor to ws-pap-cod-disc

           move ws-pap-cod-disc to fd-disc-cod

           read arqDisciplina

           if ws-fs-arqDisciplina <> 0 then
               if ws-fs-arqDisciplina = 23 then
                   move "Disciplina do cabecalho nao cadastrada" to ws-motivo-cabecalho
                   move "N"                                      to ws-cabecalho-valido
                   go to abrir-papeleta-exit
               else
                   move 12                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-pap-cod-turma to fd-matriz-cod-turma
           move ws-pap-cod-disc  to fd-matriz-cod-disc

           read arqMatrizCurricular

           if ws-fs-arqMatrizCurricular <> 0 then
               if ws-fs-arqMatrizCurricular = 23 then
                   move "Disciplina fora da matriz da turma"     to ws-motivo-cabecalho
                   move "N"                                      to ws-cabecalho-valido
                   go to abrir-papeleta-exit
               else
                   move 19                                          to ws-msn-erro-ofsset
                   move ws-fs-arqMatrizCurricular                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMatrizCurricular "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-lan-bimestre to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor < 1
           or ws-numero-valor > 4 then
               move "Bimestre do cabecalho invalido"   to ws-motivo-cabecalho
               move "N"                                to ws-cabecalho-valido
               go to abrir-papeleta-exit
           end-if
           move ws-numero-valor to ws-pap-bimestre

           move ws-lan-qtd-alunos to ws-numero-texto
           perform converter-numero
           if not numero-valido
           or ws-numero-valor > 9999 then
               move "Qtd. de alunos do cabecalho invalida"   to ws-motivo-cabecalho
               move "N"                                      to ws-cabecalho-valido
               go to abrir-papeleta-exit
           end-if
           move ws-numero-valor to ws-pap-qtd-informada

           move ws-lan-soma-notas to ws-soma-texto
           perform converter-soma
           if not soma-valida then
               move "Soma das notas do cabecalho invalida"   to ws-motivo-cabecalho
               move "N"                                      to ws-cabecalho-valido
               go to abrir-papeleta-exit
           end-if
           move ws-soma-valor to ws-pap-soma-informada

           .
       abrir-papeleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha NOTA: guarda a linha na papeleta aberta e soma nos
      *>  totais de controle; a nota entra na soma como foi escrita,
      *>  mesmo fora de 0 a 10, pois o professor somou o que escreveu
      *>------------------------------------------------------------------------
       acumular-linha-nota section.

           if not papeleta-aberta then
               move "Linha NOTA antes do cabecalho CAB"   to ws-motivo-rejeicao
               move fd-linha-lancamento                   to ws-linha-rejeitar
               perform gravar-rejeitado
               go to acumular-linha-nota-exit
           end-if

           add 1 to ws-pap-qtd-contada

           if ws-qtd-linhas >= 999 then
               move "S" to ws-estouro-papeleta
               go to acumular-linha-nota-exit
           end-if

           add 1 to ws-qtd-linhas

           move fd-linha-lancamento to ws-lin-texto(ws-qtd-linhas)
           move zero                to ws-lin-matricula(ws-qtd-linhas)
           move zero                to ws-lin-nota(ws-qtd-linhas)
           move spaces              to ws-lin-motivo(ws-qtd-linhas)

           move spaces to ws-colunas-nota

           unstring fd-linha-lancamento delimited by "|"
               into ws-tipo-linha
                    ws-lan-matricula
                    ws-lan-nota
           end-unstring

           move ws-lan-matricula to ws-numero-texto
           perform converter-numero
           if not numero-valido then
               move "Matricula nao numerica"
                 to ws-lin-motivo(ws-qtd-linhas)
           else
               move ws-numero-valor to ws-lin-matricula(ws-qtd-linhas)
           end-if

      *>    nota em branco nao eh nota zero aqui: a linha sem nota
      *>    escrita fica de fora do lancamento
           move ws-lan-nota to ws-nota-texto
           if ws-nota-texto = spaces then
               move "N" to ws-nota-valida
           else
               perform converter-nota
           end-if

           if not nota-valida then
               if ws-lin-motivo(ws-qtd-linhas) = spaces then
                   move "Nota em branco ou nao numerica"
                     to ws-lin-motivo(ws-qtd-linhas)
               end-if
           else
               move ws-nota-valor to ws-lin-nota(ws-qtd-linhas)
               add ws-nota-valor  to ws-pap-soma-contada

               if  ws-nota-valor > 10
               and ws-lin-motivo(ws-qtd-linhas) = spaces then
                   move "Nota fora da faixa de 0 a 10"
                     to ws-lin-motivo(ws-qtd-linhas)
               end-if
           end-if

           .
       acumular-linha-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento da papeleta aberta: cabecalho invalido ou totais
      *>  contados diferentes dos informados rejeitam a papeleta
      *>  inteira; senao, cada linha eh conferida e lancada
      *>------------------------------------------------------------------------
       fechar-papeleta section.

           if not papeleta-aberta then
               go to fechar-papeleta-exit
           end-if

           move "N" to ws-papeleta-aberta

           if not cabecalho-valido then
               move ws-motivo-cabecalho to ws-motivo-rejeicao
               perform rejeitar-papeleta
               go to fechar-papeleta-exit
           end-if

           if papeleta-estourada then
               move "Papeleta com mais de 999 alunos"   to ws-motivo-rejeicao
               perform rejeitar-papeleta
               go to fechar-papeleta-exit
           end-if

           if ws-pap-qtd-contada  <> ws-pap-qtd-informada
           or ws-pap-soma-contada <> ws-pap-soma-informada then
               display "Papeleta turma " ws-pap-cod-turma
                       " disc. " ws-pap-cod-disc
                       " bim. " ws-pap-bimestre " rejeitada:"
               display "   alunos informados " ws-pap-qtd-informada
                       " contados " ws-pap-qtd-contada
               display "   soma informada " ws-pap-soma-informada
                       " contada " ws-pap-soma-contada
               move "Totais de controle nao conferem"   to ws-motivo-rejeicao
               perform rejeitar-papeleta
               go to fechar-papeleta-exit
           end-if

           move 1 to ws-ind-linha

           perform until ws-ind-linha > ws-qtd-linhas

               if ws-lin-motivo(ws-ind-linha) = spaces then
                   perform lancar-nota-aluno
               end-if

               if ws-lin-motivo(ws-ind-linha) <> spaces then
                   move ws-lin-motivo(ws-ind-linha) to ws-motivo-rejeicao
                   move ws-lin-texto(ws-ind-linha)  to ws-linha-rejeitar
                   perform gravar-rejeitado
               end-if

               add 1 to ws-ind-linha

           end-perform

           .
       fechar-papeleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rejeicao da papeleta inteira: o cabecalho e todas as linhas
      *>  NOTA dela vao para os rejeitados com o mesmo motivo
      *>------------------------------------------------------------------------
       rejeitar-papeleta section.

           add 1 to ws-total-pap-rejeitada

           move ws-pap-linha-cabecalho to ws-linha-rejeitar
           perform gravar-rejeitado

           move 1 to ws-ind-linha

           perform until ws-ind-linha > ws-qtd-linhas

               move ws-lin-texto(ws-ind-linha) to ws-linha-rejeitar
               perform gravar-rejeitado

               add 1 to ws-ind-linha

           end-perform

           .
       rejeitar-papeleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lancamento de uma linha da papeleta aceita: o aluno precisa
      *>  estar ATIVO na turma do cabecalho e aparecer uma vez so na
      *>  papeleta; a nota entra apenas no bimestre do cabecalho
      *>------------------------------------------------------------------------
       lancar-nota-aluno section.

      *>    matricula repetida na mesma papeleta: vale a primeira
           move 1 to ws-idx-linha

           perform until ws-idx-linha >= ws-ind-linha

               if ws-lin-matricula(ws-idx-linha) =
                  ws-lin-matricula(ws-ind-linha) then
                   move "Matricula repetida na papeleta"
                     to ws-lin-motivo(ws-ind-linha)
                   go to lancar-nota-aluno-exit
               end-if

               add 1 to ws-idx-linha

           end-perform

           move ws-lin-matricula(ws-ind-linha) to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0 then
               if ws-fs-arqRegistroAluno = 23 then
                   move "Aluno nao cadastrado"
                     to ws-lin-motivo(ws-ind-linha)
                   go to lancar-nota-aluno-exit
               else
                   move 13                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if not aluno-ativo then
               move "Aluno nao esta ATIVO"
                 to ws-lin-motivo(ws-ind-linha)
               go to lancar-nota-aluno-exit
           end-if

           if fd-cod-turma <> ws-pap-cod-turma then
               move "Aluno nao pertence a turma da papeleta"
                 to ws-lin-motivo(ws-ind-linha)
               go to lancar-nota-aluno-exit
           end-if

           move fd-cod-aluno    to fd-ndisc-cod-aluno
           move ws-pap-cod-disc to fd-ndisc-cod-disc

           read arqNotaDisciplina

           if  ws-fs-arqNotaDisciplina <> 0
           and ws-fs-arqNotaDisciplina <> 23 then
               move 14                                        to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqNotaDisciplina "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    registro novo: os outros bimestres e a recuperacao comecam
      *>    zerados, como no cadastro da tela
           if ws-fs-arqNotaDisciplina = 23 then
               move fd-cod-aluno    to fd-ndisc-cod-aluno
               move ws-pap-cod-disc to fd-ndisc-cod-disc
               move zeros           to fd-ndisc-notas
               move zero            to fd-ndisc-nota-rec
           end-if

           evaluate ws-pap-bimestre
               when 1
                   move fd-ndisc-nota1               to ws-nota-anterior
                   move ws-lin-nota(ws-ind-linha)    to fd-ndisc-nota1
               when 2
                   move fd-ndisc-nota2               to ws-nota-anterior
                   move ws-lin-nota(ws-ind-linha)    to fd-ndisc-nota2
               when 3
                   move fd-ndisc-nota3               to ws-nota-anterior
                   move ws-lin-nota(ws-ind-linha)    to fd-ndisc-nota3
               when 4
                   move fd-ndisc-nota4               to ws-nota-anterior
                   move ws-lin-nota(ws-ind-linha)    to fd-ndisc-nota4
           end-evaluate

           if ws-fs-arqNotaDisciplina = 23 then
               write fd-nota-disciplina
           else
               rewrite fd-nota-disciplina
           end-if

           if ws-fs-arqNotaDisciplina <> 0 then
               move 15                                           to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotaDisciplina "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-lin-nota(ws-ind-linha) <> ws-nota-anterior then
               perform registrar-log-nota
               add 1 to ws-total-lancado
           else
               add 1 to ws-total-sem-alteracao
           end-if

           .
       lancar-nota-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria: linha NOTA com disciplina, bimestre,
      *>  valor anterior e valor novo, no mesmo formato da tela
      *>------------------------------------------------------------------------
       registrar-log-nota section.

           move fd-cod-aluno               to ws-cod-aluno
           move fd-nome-aluno              to ws-nome-aluno
           move ws-pap-bimestre            to ws-log-bimestre
           move ws-nota-anterior           to ws-log-de-ed
           move ws-lin-nota(ws-ind-linha)  to ws-log-para-ed

           move "NOTA" to ws-log-acao

           move spaces to ws-log-detalhe
           string "DISC "                        delimited by size
                  fd-ndisc-cod-disc              delimited by size
                  " BIM "                        delimited by size
                  ws-log-bimestre                delimited by size
                  " DE "                         delimited by size
                  function trim(ws-log-de-ed)    delimited by size
                  " PARA "                       delimited by size
                  function trim(ws-log-para-ed)  delimited by size
                  into ws-log-detalhe
           end-string

           move function current-date to ws-log-data-hora

           move spaces to fd-log-linha
           string ws-cod-aluno           delimited by size
                  " "                    delimited by size
                  ws-nome-aluno          delimited by size
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
               move 16                                            to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlteracoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-log-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao de uma nota em texto ("6,00", "10,5", "8") para o
      *>  formato numerico do cadastro, como no importaAlunos
      *>------------------------------------------------------------------------
       converter-nota section.

           move "S"  to ws-nota-valida
           move zero to ws-nota-valor

      *>    aceita apenas digitos, espacos e no maximo uma virgula, e
      *>    qualquer outro caractere torna a nota invalida
           if ws-nota-texto not = spaces then

               move zero to ws-qtd-validos
               inspect ws-nota-texto tallying ws-qtd-validos
                   for all "0" all "1" all "2" all "3" all "4"
                       all "5" all "6" all "7" all "8" all "9"
                       all " "

               move zero to ws-qtd-virgulas
               inspect ws-nota-texto tallying ws-qtd-virgulas
                   for all ","

               add ws-qtd-virgulas to ws-qtd-validos

               if ws-qtd-validos < 6
               or ws-qtd-virgulas > 1 then
                   move "N" to ws-nota-valida
               else
                   compute ws-nota-valor = function numval(ws-nota-texto)
                       on size error
                           move "N" to ws-nota-valida
                   end-compute
               end-if

           end-if

           .
       converter-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao da soma das notas do cabecalho ("85,50"), com as
      *>  mesmas regras da nota e mais digitos inteiros
      *>------------------------------------------------------------------------
       converter-soma section.

           move "S"  to ws-soma-valida
           move zero to ws-soma-valor

           if ws-soma-texto = spaces then
               move "N" to ws-soma-valida
           else

               move zero to ws-qtd-validos
               inspect ws-soma-texto tallying ws-qtd-validos
                   for all "0" all "1" all "2" all "3" all "4"
                       all "5" all "6" all "7" all "8" all "9"
                       all " "

               move zero to ws-qtd-virgulas
               inspect ws-soma-texto tallying ws-qtd-virgulas
                   for all ","

               add ws-qtd-virgulas to ws-qtd-validos

               if ws-qtd-validos < 10
               or ws-qtd-virgulas > 1 then
                   move "N" to ws-soma-valida
               else
                   compute ws-soma-valor = function numval(ws-soma-texto)
                       on size error
                           move "N" to ws-soma-valida
                   end-compute
               end-if

           end-if

           .
       converter-soma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao de um numero inteiro em texto (turma, disciplina,
      *>  bimestre, matricula): aceita apenas digitos e espacos
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
                  ws-linha-rejeitar               delimited by size
                  into fd-linha-rejeitada
           end-string

           write fd-linha-rejeitada
           if ws-fs-arqLancamentoRejeitados <> 0 then
               move 17                                            to ws-msn-erro-ofsset
               move ws-fs-arqLancamentoRejeitados                 to ws-msn-erro-cod
               move "Erro ao gravar arqLancamentoRejeitados "     to ws-msn-erro-text
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
           close arqTurma
           close arqDisciplina
           close arqNotaDisciplina
           close arqOperador
           close arqMatrizCurricular
           close arqLogAlteracoes
           close arqLancamentoNotas
           close arqLancamentoRejeitados
           Stop run
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
           close arqOperador
           close arqMatrizCurricular
           close arqLogAlteracoes
           close arqLancamentoNotas
           close arqLancamentoRejeitados
           Stop run
           .
       finaliza-exit.
           exit.
