           record key is fd-matr-ano
           file status is ws-fs-arqControleMatricula.

           select arqChamadaDiaria assign to "arqChamadaDiaria.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cham-chave
           file status is ws-fs-arqChamadaDiaria.

           select arqMatrizCurricular assign to "arqMatrizCurricular.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matriz-chave
           file status is ws-fs-arqMatrizCurricular.

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

           select arqOcorrencia assign to "arqOcorrencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ocor-chave
           file status is ws-fs-arqOcorrencia.

       i-o-control.

      *>Declaração de variáveis
           05  fd-turma-turno                      pic x(10).
           05  fd-turma-prof-resp                  pic x(25).
           05  fd-turma-capacidade                 pic 9(03) value zero.
      *>    serie da turma e a turma da serie seguinte, para onde vai
      *>    o aluno aprovado na rematricula (000 = ultima serie)
           05  fd-turma-serie                      pic 9(02) value zero.
           05  fd-turma-proxima                    pic 9(03) value zero.

       fd arqLogAlteracoes.
       01  fd-log-linha                            pic x(200).
           05  fd-matr-ano                         pic 9(04).
           05  fd-matr-ultimo-seq                  pic 9(04) value zero.

      *>    chamada diaria: presenca ou falta do aluno em cada dia de
      *>    aula, chaveada por aluno+data; a consolidacao noturna
      *>    (consolidaFrequencia) refaz os totais mensais de
      *>    arqFrequencia a partir daqui
       fd arqChamadaDiaria.
       01  fd-chamada-diaria.
           05  fd-cham-chave.
               10  fd-cham-cod-aluno               pic 9(08).
               10  fd-cham-data                    pic 9(08).
           05  fd-cham-cod-turma                   pic 9(03) value zero.
           05  fd-cham-presenca                    pic x(01) value "P".
               88  cham-falta                      value "F".
           05  fd-cham-oper                        pic 9(03) value zero.

      *>    matriz curricular: as disciplinas que cada turma cursa, com
      *>    o professor da disciplina naquela turma, a carga horaria
      *>    semanal (em aulas) e o ano letivo da matriz
       fd arqMatrizCurricular.
       01  fd-matriz-curricular.
           05  fd-matriz-chave.
               10  fd-matriz-cod-turma             pic 9(03).
               10  fd-matriz-cod-disc              pic 9(03).
           05  fd-matriz-prof                      pic x(25).
           05  fd-matriz-carga-semanal             pic 9(02) value zero.
           05  fd-matriz-ano                       pic 9(04) value zero.

      *>    valor da mensalidade de cada turma no ano letivo, com o dia
      *>    de vencimento das parcelas geradas (geraParcelas)
       fd arqMensalidadeValor.
       01  fd-mensalidade-valor.
           05  fd-mval-chave.
               10  fd-mval-cod-turma               pic 9(03).
               10  fd-mval-ano                     pic 9(04).
           05  fd-mval-valor                       pic 9(05)v99 value zero.
           05  fd-mval-dia-venc                    pic 9(02) value zero.

      *>    parcelas de mensalidade, uma por aluno e mes, geradas em
      *>    aberto pela rotina noturna e baixadas pela tela ou pelo
      *>    retorno do banco (carregaRetornoBanco)
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

      *>    ocorrencias disciplinares (advertencia e suspensao) por
      *>    aluno e data; a sequencia separa mais de uma ocorrencia do
      *>    aluno no mesmo dia
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

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).
       77  ws-fs-arqControleMatricula              pic  9(02).
       77  ws-fs-arqChamadaDiaria                  pic  9(02).
       77  ws-fs-arqMatrizCurricular               pic  9(02).
       77  ws-fs-arqMensalidadeValor               pic  9(02).
       77  ws-fs-arqParcela                        pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).

      *>    numero de matricula desmontado: o ano de ingresso na
      *>    frente e o sequencial do ano atras (AAAASSSS)
           05  ws-turma-turno                      pic x(10).
           05  ws-turma-prof-resp                  pic x(25).
           05  ws-turma-capacidade                 pic 9(03) value zero.
           05  ws-turma-serie                      pic 9(02) value zero.
           05  ws-turma-proxima                    pic 9(03) value zero.

      *>    controle de vagas: a turma desejada na matricula, a
      *>    quantidade de alunos ATIVOS ja nela e a capacidade lida
       77  ws-ant-faltas                           pic 9(03) value zero.
       77  ws-log-bimestre                         pic 9(01) value zero.

      *>    chamada do dia de uma turma: todos presentes por padrao, o
      *>    operador marca so quem faltou
       01  ws-chamada-data.
           05  ws-cham-ano                         pic 9(04).
           05  ws-cham-mes                         pic 9(02).
           05  ws-cham-dia                         pic 9(02).
       01  ws-cham-data-num redefines ws-chamada-data
                                                   pic 9(08).

       77  ws-cham-turma                           pic 9(03) value zero.
       77  ws-cham-marca                           pic x(01).
           88  marca-falta                          value "F" "f".
       77  ws-cham-anterior                        pic x(01).
       77  ws-qtd-presentes                        pic 9(04) value zero.
       77  ws-qtd-faltas-dia                       pic 9(04) value zero.

      *>    manutencao da matriz curricular de uma turma
       01  ws-matriz-curricular.
           05  ws-matriz-cod-turma                 pic 9(03).
           05  ws-matriz-cod-disc                  pic 9(03).
           05  ws-matriz-prof                      pic x(25).
           05  ws-matriz-carga-semanal             pic 9(02) value zero.
           05  ws-matriz-ano                       pic 9(04) value zero.

       77  ws-matriz-acao                          pic x(01).
           88  matriz-alterar                       value "A" "a".
           88  matriz-excluir                       value "E" "e".

       77  ws-qtd-disc-matriz                      pic 9(03) value zero.

      *>    mensalidades: valor da turma/ano e baixa de parcela
       01  ws-mensalidade-valor.
           05  ws-mval-cod-turma                   pic 9(03).
           05  ws-mval-ano                         pic 9(04).
           05  ws-mval-valor                       pic 9(05)v99 value zero.
           05  ws-mval-dia-venc                    pic 9(02) value zero.

       77  ws-parc-ano                             pic 9(04) value zero.
       77  ws-parc-mes                             pic 9(02) value zero.
       77  ws-valor-pago                           pic 9(05)v99 value zero.
       77  ws-data-pgto                            pic 9(08) value zero.

       77  ws-qtd-parcelas-abertas                 pic 9(03) value zero.
       77  ws-valor-em-aberto                      pic 9(07)v99 value zero.

       77  ws-valor-ed                             pic z.zzz.zz9,99.

       77  ws-listar-parcelas                      pic x(01) value "N".
           88  listar-parcelas                      value "S".

       01  ws-ocorrencia.
           05  ws-ocor-data                        pic 9(08) value zero.
           05  ws-ocor-data-r redefines ws-ocor-data.
               10  ws-ocor-ano                     pic 9(04).
               10  ws-ocor-mes                     pic 9(02).
               10  ws-ocor-dia                     pic 9(02).
           05  ws-ocor-seq                         pic 9(02) value zero.
           05  ws-ocor-descricao                   pic x(60).
           05  ws-ocor-dias-suspensao              pic 9(02) value zero.

       77  ws-ocor-tipo                            pic x(01).
           88  tipo-advertencia                     value "A" "a".
           88  tipo-suspensao                       value "S" "s".

       77  ws-ocor-acao                            pic x(01).
           88  ocor-incluir                         value "I" "i".
           88  ocor-excluir                         value "E" "e".

       77  ws-qtd-ocorrencias                      pic 9(03) value zero.

       01  ws-config-turma.
           05  ws-config-cod-turma                 pic 9(03).
           05  ws-config-ano                       pic 9(04).
               perform finaliza-anormal
           end-if

      *>    arqChamadaDiaria pode ainda nao existir em uma instalacao
      *>    nova; nesse caso, criamos o arquivo antes de abrir para i-o
           open i-o arqChamadaDiaria
           if ws-fs-arqChamadaDiaria = 35 then
               open output arqChamadaDiaria
               close arqChamadaDiaria
               open i-o arqChamadaDiaria
           end-if
           if ws-fs-arqChamadaDiaria  <> 00
           and ws-fs-arqChamadaDiaria <> 05 then
               move 29                                           to ws-msn-erro-ofsset
               move ws-fs-arqChamadaDiaria                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqChamadaDiaria "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqMatrizCurricular pode ainda nao existir em uma instalacao
      *>    nova; nesse caso, criamos o arquivo antes de abrir para i-o
           open i-o arqMatrizCurricular
           if ws-fs-arqMatrizCurricular = 35 then
               open output arqMatrizCurricular
               close arqMatrizCurricular
               open i-o arqMatrizCurricular
           end-if
           if ws-fs-arqMatrizCurricular  <> 00
           and ws-fs-arqMatrizCurricular <> 05 then
               move 33                                           to ws-msn-erro-ofsset
               move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatrizCurricular "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqMensalidadeValor e arqParcela podem ainda nao existir em
      *>    uma instalacao nova; nesse caso, criamos os arquivos antes
      *>    de abrir para i-o
           open i-o arqMensalidadeValor
           if ws-fs-arqMensalidadeValor = 35 then
               open output arqMensalidadeValor
               close arqMensalidadeValor
               open i-o arqMensalidadeValor
           end-if
           if ws-fs-arqMensalidadeValor  <> 00
           and ws-fs-arqMensalidadeValor <> 05 then
               move 40                                           to ws-msn-erro-ofsset
               move ws-fs-arqMensalidadeValor                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidadeValor "    to ws-msn-erro-text
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
               move 41                                           to ws-msn-erro-ofsset
               move ws-fs-arqParcela                             to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqOcorrencia pode ainda nao existir em uma instalacao nova
           open i-o arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               open output arqOcorrencia
               close arqOcorrencia
               open i-o arqOcorrencia
           end-if
           if ws-fs-arqOcorrencia  <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 46                                           to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform criar-operador-inicial
           perform efetuar-login

               display "'2' Cadastrar Notas "
               display "'3' consulta indexada"
               display "'4' consulta sequencial"
      *>       as opcoes de exclusao, de media minima, de operadores e
      *>       de valor da mensalidade so aparecem (e so funcionam)
      *>       para o supervisor
               if operador-supervisor then
                   display "'5' Deletar"
               end-if
               end-if
               display "'13' Alterar situacao do aluno"
               display "'14' Lancar nota de recuperacao"
               display "'15' Registrar chamada do dia"
               display "'16' Matriz curricular da turma"
               if operador-supervisor then
                   display "'17' Valor da mensalidade da turma"
               end-if
               display "'18' Baixa de mensalidade"
               display "'19' Ocorrencias disciplinares"

               accept ws-menu

                   when = "14"
                       perform lancar-recuperacao

                   when = "15"
                       perform registrar-chamada

                   when = "16"
                       perform manter-matriz-curricular

                   when = "17"
                       if operador-supervisor then
                           perform configurar-valor-mensalidade
                       else
                           display "Opcao restrita ao supervisor!"
                       end-if

                   when = "18"
                       perform baixar-mensalidade

                   when = "19"
                       perform manter-ocorrencias

                   when other
                       display "opcao invalida"
               end-evaluate

                       display "Disciplina: " fd-disc-nome

       *>----- a disciplina tem de fazer parte da matriz curricular
       *>----- da turma do aluno
                       move fd-cod-turma      to fd-matriz-cod-turma
                       move ws-ndisc-cod-disc to fd-matriz-cod-disc

                       read arqMatrizCurricular

                       if  ws-fs-arqMatrizCurricular <> 0
                       and ws-fs-arqMatrizCurricular <> 23 then
                           move 2                                            to ws-msn-erro-ofsset
                           move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqMatrizCurricular "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqMatrizCurricular = 23 then
                           display "Disciplina fora da matriz curricular da turma "
                                   fd-cod-turma "!"
                       else

       *>----- se ja houver notas lancadas para o aluno na
       *>----- disciplina, mostrar antes de pedir as novas
                           move ws-cod-aluno      to fd-ndisc-cod-aluno
                           move ws-ndisc-cod-disc to fd-ndisc-cod-disc

                           read arqNotaDisciplina

                           if ws-fs-arqNotaDisciplina = 0 then
                               display "Notas ja lancadas: " fd-ndisc-nota1
                                       " " fd-ndisc-nota2
                                       " " fd-ndisc-nota3
                                       " " fd-ndisc-nota4
      *>                       guardar as notas atuais para a trilha de
      *>                       auditoria apontar de quanto para quanto
      *>                       cada bimestre mudou
                               move fd-ndisc-notas to ws-notas-anteriores
                           else
      *>                       registro novo: a area do arquivo pode estar
      *>                       suja da leitura anterior, e a nota de
      *>                       recuperacao nova tem de comecar zerada
                               move zero  to fd-ndisc-nota-rec
                               move zeros to ws-notas-anteriores
                           end-if

                           display "Informe a nota do 1o bimestre: "
                           accept ws-ndisc-nota1

                           display "Informe a nota do 2o bimestre: "
                           accept ws-ndisc-nota2

                           display "Informe a nota do 3o bimestre: "
                           accept ws-ndisc-nota3

                           display "Informe a nota do 4o bimestre: "
                           accept ws-ndisc-nota4

                           move ws-cod-aluno      to fd-ndisc-cod-aluno
                           move ws-ndisc-cod-disc to fd-ndisc-cod-disc
                           move ws-ndisc-notas    to fd-ndisc-notas

                           write fd-nota-disciplina

                           if ws-fs-arqNotaDisciplina = 22 then
                               rewrite fd-nota-disciplina
                           end-if

                           if ws-fs-arqNotaDisciplina <> 0 then
                               move 2                                          to ws-msn-erro-ofsset
                               move ws-fs-arqNotaDisciplina                    to ws-msn-erro-cod
                               move "Erro ao gravar arq. arqNotaDisciplina "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           perform registrar-log-notas
                       end-if

                   else
                       if ws-fs-arqDisciplina = 23 then
               display "Capacidade de vagas (000 sem controle): "
               accept ws-turma-capacidade

               display "Serie da turma: "
               accept ws-turma-serie

               display "Turma da serie seguinte (000 = ultima serie): "
               accept ws-turma-proxima

               move ws-turma-cod        to fd-turma-cod
               move ws-turma-nome       to fd-turma-nome
               move ws-turma-turno      to fd-turma-turno
               move ws-turma-prof-resp  to fd-turma-prof-resp
               move ws-turma-capacidade to fd-turma-capacidade
               move ws-turma-serie      to fd-turma-serie
               move ws-turma-proxima    to fd-turma-proxima

               write fd-cad-turma
               if ws-fs-arqTurma <> 0 then
                   if ws-fs-arqTurma = 22 then
                       display "Codigo de turma ja cadastrado!"
                       perform atualizar-serie-turma
                   else
                       move 8                                            to ws-msn-erro-ofsset
                       move ws-fs-arqTurma                               to ws-msn-erro-cod
       cadastrar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Turma ja cadastrada: a serie e a turma seguinte podem ser
      *>  acertadas com os valores recem informados, sem mexer no resto
      *>  do cadastro da turma
      *>------------------------------------------------------------------------
       atualizar-serie-turma section.

           move ws-turma-cod to fd-turma-cod

           read arqTurma

           if ws-fs-arqTurma <> 0 then
               move 39                                           to ws-msn-erro-ofsset
               move ws-fs-arqTurma                               to ws-msn-erro-cod
               move "Erro ao ler arq. arqTurma "                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Turma " fd-turma-cod " " fd-turma-nome
           display "Serie atual: " fd-turma-serie
                   "  Turma seguinte atual: " fd-turma-proxima
           display "Gravar a serie " ws-turma-serie " e a turma seguinte "
                   ws-turma-proxima " nesta turma? 'S'/'N' "
           accept ws-confirma

           if confirma-sim then

               move ws-turma-serie   to fd-turma-serie
               move ws-turma-proxima to fd-turma-proxima

               rewrite fd-cad-turma
               if ws-fs-arqTurma <> 0 then
                   move 39                                           to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                               to ws-msn-erro-cod
                   move "Erro ao alterar arq. arqTurma "             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Serie e turma seguinte atualizadas."

           end-if

           .
       atualizar-serie-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de busca da proxima turma a ser cadastrada
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
      *>  Registro de faltas por aluno: total mensal de faltas, chaveado
      *>  por aluno+ano+mes; informar o mesmo mes de novo substitui o
      *>  total ja registrado. Mes com chamada diaria registrada tem o
      *>  total refeito pela consolidacao noturna (consolidaFrequencia)
      *>------------------------------------------------------------------------
       registrar-faltas section.

           exit.

      *>------------------------------------------------------------------------
      *>  Chamada do dia de uma turma, em uma passada so: os alunos
      *>  ATIVOS da turma aparecem um a um, todos presentes por padrao;
      *>  o operador marca 'F' em quem faltou. Cada aluno ganha um
      *>  registro em arqChamadaDiaria (aluno+data); refazer a chamada
      *>  da mesma data substitui a anterior
      *>------------------------------------------------------------------------
       registrar-chamada section.

           perform until voltar-tela

               display "------ Chamada do dia ------"

               display "Codigo da turma: "
               accept ws-cham-turma

               move ws-cham-turma to fd-turma-cod

               read arqTurma

               if ws-fs-arqTurma = 0 then

                   display "Turma: " fd-turma-nome

                   display "Data da chamada (AAAAMMDD): "
                   accept ws-cham-data-num

                   if ws-cham-mes < 1 or ws-cham-mes > 12
                   or ws-cham-dia < 1 or ws-cham-dia > 31 then
                       display "Data informada invalida!"
                   else
                       display "Enter = presente, 'F' = falta"
                       perform registrar-chamada-turma
                       display "Chamada de " ws-cham-data-num
                               " gravada: " ws-qtd-presentes " presentes, "
                               ws-qtd-faltas-dia " faltas."
                   end-if

               else
                   if ws-fs-arqTurma = 23 then
                       display "Turma nao cadastrada!"
                   else
                       move 30                                          to ws-msn-erro-ofsset
                       move ws-fs-arqTurma                              to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurma "                to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Deseja registrar mais uma chamada? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       registrar-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passada pelos alunos ATIVOS da turma da chamada: mostra a
      *>  marcacao ja gravada para a data (se houver), pede a nova e
      *>  grava; mudanca de presenca para falta (ou o contrario) vai
      *>  para o log de alteracoes
      *>------------------------------------------------------------------------
       registrar-chamada-turma section.

           move zero to ws-qtd-presentes
           move zero to ws-qtd-faltas-dia

           move low-values to fd-cod-aluno

           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 31                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if  ws-fs-arqRegistroAluno = 0 then

                   if  fd-cod-turma = ws-cham-turma
                   and aluno-ativo then

                       move fd-cod-aluno     to fd-cham-cod-aluno
                       move ws-cham-data-num to fd-cham-data

                       read arqChamadaDiaria

                       if ws-fs-arqChamadaDiaria = 0 then
                           move fd-cham-presenca to ws-cham-anterior
                       else
                           if ws-fs-arqChamadaDiaria = 23 then
                               move "P" to ws-cham-anterior
                           else
                               move 32                                       to ws-msn-erro-ofsset
                               move ws-fs-arqChamadaDiaria                   to ws-msn-erro-cod
                               move "Erro ao ler arq. arqChamadaDiaria "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                       if ws-fs-arqChamadaDiaria = 0 then
                           display fd-cod-aluno " " fd-nome-aluno
                                   " (ja registrado: " ws-cham-anterior ")"
                       else
                           display fd-cod-aluno " " fd-nome-aluno
                       end-if

                       move space to ws-cham-marca
                       accept ws-cham-marca

                       move fd-cod-aluno     to fd-cham-cod-aluno
                       move ws-cham-data-num to fd-cham-data
                       move ws-cham-turma    to fd-cham-cod-turma
                       move ws-oper-logado-cod to fd-cham-oper

                       if marca-falta then
                           move "F" to fd-cham-presenca
                           add 1 to ws-qtd-faltas-dia
                       else
                           move "P" to fd-cham-presenca
                           add 1 to ws-qtd-presentes
                       end-if

                       if ws-fs-arqChamadaDiaria = 0 then
                           rewrite fd-chamada-diaria
                       else
                           write fd-chamada-diaria
                       end-if

                       if ws-fs-arqChamadaDiaria <> 0 then
                           move 32                                       to ws-msn-erro-ofsset
                           move ws-fs-arqChamadaDiaria                   to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqChamadaDiaria "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if fd-cham-presenca <> ws-cham-anterior then
                           perform registrar-log-chamada
                       end-if

                   end-if

               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 31                                           to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       registrar-chamada-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao da matriz curricular de uma turma: mostra as
      *>  disciplinas ja incluidas e, disciplina a disciplina, inclui,
      *>  altera (professor, carga semanal, ano) ou exclui; a exclusao
      *>  fica restrita ao supervisor, como a de alunos
      *>------------------------------------------------------------------------
       manter-matriz-curricular section.

           display erase

           display "------ Matriz curricular da turma ------"

           display "Codigo da turma: "
           accept ws-matriz-cod-turma

           move ws-matriz-cod-turma to fd-turma-cod

           read arqTurma

           if ws-fs-arqTurma <> 0 then
               if ws-fs-arqTurma = 23 then
                   display "Turma nao cadastrada!"
                   go to manter-matriz-curricular-exit
               else
                   move 34                                           to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                               to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "                 to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Turma: " fd-turma-nome

           perform listar-matriz-turma

           perform until voltar-tela

               perform manter-disciplina-matriz

               display "Deseja manter mais uma disciplina da matriz? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           display erase
           .
       manter-matriz-curricular-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista das disciplinas da matriz da turma, na ordem da chave
      *>  (turma+disciplina)
      *>------------------------------------------------------------------------
       listar-matriz-turma section.

           move zero to ws-qtd-disc-matriz

           move ws-matriz-cod-turma to fd-matriz-cod-turma
           move zero                to fd-matriz-cod-disc

           start arqMatrizCurricular key is not less than fd-matriz-chave

           if  ws-fs-arqMatrizCurricular <> 0
           and ws-fs-arqMatrizCurricular <> 23 then
               move 35                                           to ws-msn-erro-ofsset
               move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqMatrizCurricular "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqMatrizCurricular <> 0

               read arqMatrizCurricular next

               if ws-fs-arqMatrizCurricular = 0 then

                   if fd-matriz-cod-turma <> ws-matriz-cod-turma then
                       move 10 to ws-fs-arqMatrizCurricular
                   else
                       add 1 to ws-qtd-disc-matriz

                       move fd-matriz-cod-disc to fd-disc-cod

                       read arqDisciplina

                       if ws-fs-arqDisciplina <> 0 then
                           move "(disciplina nao cadastrada)" to fd-disc-nome
                       end-if

                       display " Disc " fd-matriz-cod-disc " " fd-disc-nome
                               " Prof. " fd-matriz-prof
                               " " fd-matriz-carga-semanal " aulas/sem"
                               " Ano " fd-matriz-ano
                   end-if

               else
                   if ws-fs-arqMatrizCurricular <> 10 then
                       move 35                                           to ws-msn-erro-ofsset
                       move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMatrizCurricular "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-qtd-disc-matriz = zero then
               display " Turma ainda sem disciplinas na matriz."
           end-if

           .
       listar-matriz-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusao, alteracao ou exclusao de uma disciplina na matriz
      *>  da turma escolhida
      *>------------------------------------------------------------------------
       manter-disciplina-matriz section.

           display "Codigo da disciplina: "
           accept ws-matriz-cod-disc

           move ws-matriz-cod-disc to fd-disc-cod

           read arqDisciplina

           if ws-fs-arqDisciplina <> 0 then
               if ws-fs-arqDisciplina = 23 then
                   display "Disciplina nao cadastrada!"
                   go to manter-disciplina-matriz-exit
               else
                   move 36                                           to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Disciplina: " fd-disc-nome

           move ws-matriz-cod-turma to fd-matriz-cod-turma
           move ws-matriz-cod-disc  to fd-matriz-cod-disc

           read arqMatrizCurricular

           if ws-fs-arqMatrizCurricular = 23 then

               perform informar-dados-matriz

               write fd-matriz-curricular
               if ws-fs-arqMatrizCurricular <> 0 then
                   move 37                                           to ws-msn-erro-ofsset
                   move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqMatrizCurricular "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Disciplina incluida na matriz da turma."
               go to manter-disciplina-matriz-exit
           end-if

           if ws-fs-arqMatrizCurricular <> 0 then
               move 37                                           to ws-msn-erro-ofsset
               move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqMatrizCurricular "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Ja na matriz: Prof. " fd-matriz-prof
                   " " fd-matriz-carga-semanal " aulas/sem"
                   " Ano " fd-matriz-ano

           display "'A'lterar, 'E'xcluir ou Enter para manter como esta"
           move space to ws-matriz-acao
           accept ws-matriz-acao

           if matriz-alterar then

               perform informar-dados-matriz

               rewrite fd-matriz-curricular
               if ws-fs-arqMatrizCurricular <> 0 then
                   move 38                                           to ws-msn-erro-ofsset
                   move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqMatrizCurricular "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Matriz alterada."

           end-if

           if matriz-excluir then

               if operador-supervisor then

                   delete arqMatrizCurricular
                   if ws-fs-arqMatrizCurricular <> 0 then
                       move 38                                           to ws-msn-erro-ofsset
                       move ws-fs-arqMatrizCurricular                    to ws-msn-erro-cod
                       move "Erro ao apagar arq. arqMatrizCurricular "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   display "Disciplina excluida da matriz da turma."

               else
                   display "Opcao restrita ao supervisor!"
               end-if

           end-if

           .
       manter-disciplina-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dados da disciplina na turma; professor em branco fica o
      *>  professor do cadastro da disciplina
      *>------------------------------------------------------------------------
       informar-dados-matriz section.

           display "Professor na turma (Enter = " fd-disc-prof "): "
           move spaces to ws-matriz-prof
           accept ws-matriz-prof

           if ws-matriz-prof = spaces then
               move fd-disc-prof to ws-matriz-prof
           end-if

           display "Carga horaria semanal (aulas): "
           accept ws-matriz-carga-semanal

           display "Ano letivo da matriz: "
           accept ws-matriz-ano

           move ws-matriz-cod-turma     to fd-matriz-cod-turma
           move ws-matriz-cod-disc      to fd-matriz-cod-disc
           move ws-matriz-prof          to fd-matriz-prof
           move ws-matriz-carga-semanal to fd-matriz-carga-semanal
           move ws-matriz-ano           to fd-matriz-ano

           .
       informar-dados-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao da situacao de matricula do aluno: em vez de apagar
      *>  quem sai da escola, a matricula vira TRANSFERIDO, TRANCADO ou
      *>  CONCLUIDO, guardando a data e, na transferencia, a escola de
      *>  destino; os relatorios pulam quem nao esta ATIVO
      *>------------------------------------------------------------------------
       alterar-situacao section.

           perform until voltar-tela

               display "------ Alteracao de situacao do aluno ------"

               display "Informe o cod. do aluno: "
               accept ws-cod-aluno

               move ws-cod-aluno to fd-cod-aluno

               read arqRegistroAluno

               if  ws-fs-arqRegistroAluno = 0 then

                   display "Aluno: " fd-nome-aluno
                   display "Situacao atual: " fd-situacao-alu

      *>            se um aluno ATIVO deixar a turma, a vaga aberta
      *>            sera oferecida ao proximo da lista de espera
                   if aluno-ativo then
                       move fd-cod-turma to ws-turma-anterior
                   else
                       move zero         to ws-turma-anterior
                   end-if

                   display "Nova situacao:"
                   display "'1' ATIVO"
                   display "'2' TRANSFERIDO"
                   display "'3' TRANCADO"
                   display "'4' CONCLUIDO"

                   accept ws-menu

                   move "N" to ws-item-alterado

                   evaluate ws-menu

                       when = "1"
      *>                   a volta para ATIVO reocupa uma vaga na turma
      *>                   do aluno, por isso passa pela mesma
      *>                   conferencia de vagas da matricula; a
      *>                   conferencia varre o cadastro, entao o
      *>                   registro em alteracao eh guardado e
      *>                   recolocado na area do arquivo. Aluno que ja
      *>                   esta ATIVO nao conta vaga nova
                             if aluno-ativo then
                                 move "S" to ws-tem-vaga
                             else
                                 move fd-cod-turma  to ws-turma-desejada
                                 move fd-cad-alunos to ws-cad-alunos

                                 perform verificar-vaga-turma

                                 move ws-cad-alunos to fd-cad-alunos
                             end-if

                             move "ATIVO"  to fd-situacao-alu
                             move zeros    to fd-transf-data
                             move spaces   to fd-transf-destino
                             move "S"      to ws-item-alterado

                             if not tem-vaga-na-turma then
                                 display "Turma " ws-turma-desejada
                                         " ja esta lotada: "
                                         ws-qtd-na-turma " alunos para "
                                         ws-capacidade-turma " vagas."
                                 display "O aluno volta a ATIVO sem"
                                         " turma."
                                 display "Colocar o aluno na lista de"
                                         " espera da turma? 'S'/'N' "
                                 accept ws-confirma

                                 if confirma-sim then
                                     perform gravar-lista-espera
                                 end-if

                                 move zero to fd-cod-turma
                             end-if

                       when = "2"
      *>                   a transferencia nao quita a mensalidade:
      *>                   avisar a secretaria das parcelas em aberto
                             perform contar-parcelas-abertas
                             if ws-qtd-parcelas-abertas > zero then
                                 move ws-valor-em-aberto to ws-valor-ed
                                 display "Atencao: aluno com "
                                         ws-qtd-parcelas-abertas
                                         " parcela(s) em aberto, total "
                                         ws-valor-ed
                             end-if
                             move "TRANSFERIDO" to fd-situacao-alu
                             display "Data da transferencia (AAAAMMDD): "
                             accept fd-transf-data
                             display "Escola de destino: "
                             accept fd-transf-destino
                             move "S"           to ws-item-alterado

                       when = "3"
                             move "TRANCADO" to fd-situacao-alu
                             display "Data do trancamento (AAAAMMDD): "
                             accept fd-transf-data
                             move spaces     to fd-transf-destino
                             move "S"        to ws-item-alterado

                       when = "4"
                             move "CONCLUIDO" to fd-situacao-alu
                             display "Data da conclusao (AAAAMMDD): "
                             accept fd-transf-data
                             move spaces      to fd-transf-destino
                             move "S"         to ws-item-alterado

                       when other
                           display "opcao invalida"

                   end-evaluate

                   if item-alterado then

                       rewrite fd-cad-alunos

                       if  ws-fs-arqRegistroAluno = 0 then
                           display "Situacao do aluno " ws-cod-aluno
                                   " alterada para " fd-situacao-alu
                           move fd-cad-alunos to ws-cad-alunos
                           move "SITUACAO" to ws-log-acao
                           perform registrar-log

      *>                    aluno que deixou de ser ATIVO abre vaga na
      *>                    turma; chamar o proximo da lista de espera
                           if  not aluno-ativo
                           and ws-turma-anterior > zero then
                               move ws-turma-anterior to ws-turma-vaga
                               perform chamar-lista-espera
                           end-if
                       else
                           move 17                                           to ws-msn-erro-ofsset
                           move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                           move "Erro ao alterar arq. arqRegistroAluno "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                   end-if

               else
                   if ws-fs-arqRegistroAluno = 23 then
                       display "Codigo informado invalido!"
                   else
                       move 17                                          to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Deseja alterar mais uma situacao? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       alterar-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lancamento da nota de recuperacao final por aluno/disciplina:
      *>  aceita somente para quem ficou abaixo da media minima da
      *>  turma/ano do aluno; o boletim e o fechamento recompoem a
      *>  media final com essa nota
      *>------------------------------------------------------------------------
       lancar-recuperacao section.

           perform until voltar-tela

               display "------ Lancamento de nota de recuperacao ------"

               display "Informe o cod. do aluno: "
               accept ws-cod-aluno

       *>----- ler o registro do aluno para conferir o codigo
               move ws-cod-aluno to fd-cod-aluno

               read arqRegistroAluno

               if  ws-fs-arqRegistroAluno = 0 then

                   display "Aluno: " fd-nome-aluno

                   display "Informe o cod. da disciplina: "
                   accept ws-ndisc-cod-disc

       *>----- ler a disciplina para conferir o codigo
                   move ws-ndisc-cod-disc to fd-disc-cod

                   read arqDisciplina

                   if  ws-fs-arqDisciplina = 0 then

                       display "Disciplina: " fd-disc-nome

                       move ws-cod-aluno      to fd-ndisc-cod-aluno
                       move ws-ndisc-cod-disc to fd-ndisc-cod-disc

                       read arqNotaDisciplina

                       if ws-fs-arqNotaDisciplina = 0 then

                           display "Ano letivo: "
                           accept ws-ano-recuperacao

                           perform obter-media-minima

                           compute ws-media-antes rounded =
                               (fd-ndisc-nota1 + fd-ndisc-nota2
                              + fd-ndisc-nota3 + fd-ndisc-nota4) / 4

                           display "Media da disciplina: " ws-media-antes
                                   "  Media minima: " ws-media-minima

                           if ws-media-antes >= ws-media-minima then
                               display "Aluno ja atingiu a media minima;"
                                       " recuperacao nao se aplica."
                           else

                               if fd-ndisc-nota-rec > zero then
                                   display "Nota de recuperacao ja"
                                           " lancada: " fd-ndisc-nota-rec
                               end-if

                               display "Informe a nota da recuperacao: "
                               accept ws-nota-recuperacao

                               move fd-ndisc-nota-rec
                                 to ws-ant-nota-rec
                               move ws-nota-recuperacao
                                 to fd-ndisc-nota-rec

                               rewrite fd-nota-disciplina

                               if ws-fs-arqNotaDisciplina <> 0 then
                                   move 23                                         to ws-msn-erro-ofsset
                                   move ws-fs-arqNotaDisciplina                    to ws-msn-erro-cod
                                   move "Erro ao gravar arq. arqNotaDisciplina "   to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if

                               display "Nota de recuperacao lancada"
                                       " para o aluno " ws-cod-aluno
                                       " na disciplina " ws-ndisc-cod-disc

      *>                       trilha de auditoria: de quanto para
      *>                       quanto a nota de recuperacao mudou
                               move fd-nome-aluno to ws-nome-aluno
                               move "NOTA-REC"    to ws-log-acao
                               move ws-ant-nota-rec  to ws-log-de-ed
                               move fd-ndisc-nota-rec to ws-log-para-ed

                               move spaces to ws-log-detalhe
                               string "DISC "               delimited by size
                                      fd-ndisc-cod-disc     delimited by size
                                      " DE "                delimited by size
                                      function trim(ws-log-de-ed)
                                                            delimited by size
                                      " PARA "              delimited by size
                                      function trim(ws-log-para-ed)
                                                            delimited by size
                                      into ws-log-detalhe
                               end-string

                               perform registrar-log

                           end-if

                       else
                           if ws-fs-arqNotaDisciplina = 23 then
                               display "Aluno sem notas lancadas"
                                       " na disciplina!"
                           else
                               move 23                                          to ws-msn-erro-ofsset
                               move ws-fs-arqNotaDisciplina                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqNotaDisciplina "       to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if

                   else
                       if ws-fs-arqDisciplina = 23 then
                           display "Disciplina nao cadastrada!"
                       else
                           move 23                                  to ws-msn-erro-ofsset
                           move ws-fs-arqDisciplina                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDisciplina "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               else
                   if ws-fs-arqRegistroAluno = 23 then
                       display "Codigo informado invalido!"
                   else
                       move 23                                         to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Deseja lancar mais uma recuperacao? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       lancar-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca a media minima configurada para a turma/ano do aluno,
      *>  como faz o boletim; sem configuracao, usa a media padrao
      *>------------------------------------------------------------------------
       obter-media-minima section.

           move fd-cod-turma       to fd-config-cod-turma
           move ws-ano-recuperacao to fd-config-ano

           read arqConfigTurma

           if ws-fs-arqConfigTurma = 0 then
               move fd-config-media-minima to ws-media-minima
           else
               if ws-fs-arqConfigTurma = 23 then
                   move ws-media-minima-padrao to ws-media-minima
               else
                   move 24                                           to ws-msn-erro-ofsset
                   move ws-fs-arqConfigTurma                         to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConfigTurma "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       obter-media-minima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro e alteracao de operadores do sistema (somente
      *>  supervisor): codigo novo cadastra, codigo existente regrava
      *>  nome, senha e nivel -- eh por aqui que a senha do supervisor
      *>  inicial deve ser trocada
      *>------------------------------------------------------------------------
       cadastrar-operador section.

           perform until voltar-tela

               display "-------  cadastro de operadores -------"

               display "Codigo do operador: "
               accept ws-oper-cod

               move ws-oper-cod to fd-oper-cod

               read arqOperador

               if  ws-fs-arqOperador <> 0
               and ws-fs-arqOperador <> 23 then
                   move 16                                        to ws-msn-erro-ofsset
                   move ws-fs-arqOperador                         to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOperador "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>    ja existe operador com esse codigo; mostrar quem eh antes
      *>    de pedir os novos dados, que substituem os atuais
               if ws-fs-arqOperador = 0 then
                   display "Operador ja cadastrado: " fd-oper-nome
                   display "Os dados informados substituem os atuais."
               end-if

               display "Nome do operador: "
               accept ws-oper-nome

               display "Senha: "
               accept ws-oper-senha

               display "Nivel ('1' operador  '2' supervisor): "
               accept ws-oper-nivel

               if ws-oper-nivel < 1 or ws-oper-nivel > 2 then
                   display "Nivel informado invalido!"
               else

                   move ws-oper-cod    to fd-oper-cod
                   move ws-oper-nome   to fd-oper-nome
                   move ws-oper-senha  to fd-oper-senha
                   move ws-oper-nivel  to fd-oper-nivel

                   if  ws-fs-arqOperador = 23 then
                       write fd-cad-operador
                       if ws-fs-arqOperador <> 0 then
                           move 16                                        to ws-msn-erro-ofsset
                           move ws-fs-arqOperador                         to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqOperador "      to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display "Operador cadastrado com sucesso!"
                       end-if
                   else
                       rewrite fd-cad-operador
                       if ws-fs-arqOperador <> 0 then
                           move 16                                        to ws-msn-erro-ofsset
                           move ws-fs-arqOperador                         to ws-msn-erro-cod
                           move "Erro ao alterar arq. arqOperador "       to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display "Operador atualizado com sucesso!"
                       end-if
                   end-if
               end-if

               display "Deseja cadastrar mais um operador? 'S' ou 'V'oltar "
               accept ws-sair

           end-perform

           display erase
           .
       cadastrar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de gravacao do log de alteracoes (auditoria), com o
      *>  codigo do operador logado no fim de cada linha
      *>------------------------------------------------------------------------
       registrar-log section.

           move function current-date to ws-log-data-hora

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
               move 9                                             to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

      *>    o detalhe vale so para a linha recem gravada; limpar para
      *>    as acoes que nao detalham valores nao arrastarem o texto
           move spaces to ws-log-detalhe

           .
       registrar-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria do lancamento de notas por disciplina:
      *>  uma linha NOTA por bimestre que mudou, com o valor anterior
      *>  e o novo
      *>------------------------------------------------------------------------
       registrar-log-notas section.

           move fd-nome-aluno to ws-nome-aluno

           if fd-ndisc-nota1 <> ws-ant-nota1 then
               move 1              to ws-log-bimestre
               move ws-ant-nota1   to ws-log-de-ed
               move fd-ndisc-nota1 to ws-log-para-ed
               perform montar-log-nota
           end-if

           if fd-ndisc-nota2 <> ws-ant-nota2 then
               move 2              to ws-log-bimestre
               move ws-ant-nota2   to ws-log-de-ed
               move fd-ndisc-nota2 to ws-log-para-ed
               perform montar-log-nota
           end-if

           if fd-ndisc-nota3 <> ws-ant-nota3 then
               move 3              to ws-log-bimestre
               move ws-ant-nota3   to ws-log-de-ed
               move fd-ndisc-nota3 to ws-log-para-ed
               perform montar-log-nota
           end-if

           if fd-ndisc-nota4 <> ws-ant-nota4 then
               move 4              to ws-log-bimestre
               move ws-ant-nota4   to ws-log-de-ed
               move fd-ndisc-nota4 to ws-log-para-ed
               perform montar-log-nota
           end-if

           .
       registrar-log-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Montagem e gravacao de uma linha NOTA da trilha: disciplina,
      *>  bimestre, valor anterior e valor novo
      *>------------------------------------------------------------------------
       montar-log-nota section.

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

           perform registrar-log

           .
       montar-log-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria do registro de faltas: uma linha FALTAS
      *>  com o ano, o mes, o total anterior e o total novo
      *>------------------------------------------------------------------------
       registrar-log-faltas section.

           move fd-freq-cod-aluno to ws-cod-aluno
           move fd-nome-aluno     to ws-nome-aluno

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

           perform registrar-log

           .
       registrar-log-faltas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria da chamada do dia: uma linha CHAMADA com
      *>  a data e a marcacao anterior e a nova (P presente, F falta)
      *>------------------------------------------------------------------------
       registrar-log-chamada section.

           move fd-cod-aluno  to ws-cod-aluno
           move fd-nome-aluno to ws-nome-aluno

           move "CHAMADA" to ws-log-acao

           move spaces to ws-log-detalhe
           string "DATA "                 delimited by size
                  fd-cham-data            delimited by size
                  " TURMA "               delimited by size
                  fd-cham-cod-turma       delimited by size
                  " DE "                  delimited by size
                  ws-cham-anterior        delimited by size
                  " PARA "                delimited by size
                  fd-cham-presenca        delimited by size
                  into ws-log-detalhe
           end-string

           perform registrar-log

           .
       registrar-log-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de listagem de todos os cadastros, do primeiro ao ultimo
      *>------------------------------------------------------------------------
       listar-todos section.

           display erase

           move low-values to fd-cod-aluno

           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10 then
               move 10                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqRegistroAluno = 10 then
               display "Nao ha registros cadastrados."
           else
               perform until ws-fs-arqRegistroAluno = 10

                   read arqRegistroAluno next

                   if  ws-fs-arqRegistroAluno = 0 then
                       move  fd-cad-alunos       to  ws-cad-alunos

                       display "Codigo: "      ws-cod-aluno
                       display "Nome Aluno: "  ws-nome-aluno
                       display "Turma: "       ws-cod-turma
                       display "Endereco: "    ws-endereco-alu
                       display "Nome Mae: "    ws-nome-mae
                       display "Nome Pai: "    ws-nome-pai
                       display "Telefone: "    ws-telefone-alu
                       display " Notas "
                       display " Nota 1 : "    ws-nota1
                       display " Nota 2 : "    ws-nota2
                       display " Nota 3 : "    ws-nota3
                       display " Nota 4 : "    ws-nota4
                       display "-----------------------------------"
                   else
                       if ws-fs-arqRegistroAluno <> 10 then
                           move 10                                           to ws-msn-erro-ofsset
                           move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               display "Fim da listagem. Pressione enter para continuar"
               accept aux
           end-if

           .
       listar-todos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de manutencao da media minima por turma/ano
      *>------------------------------------------------------------------------
       configurar-media-minima section.

           perform until voltar-tela

               display "------ Configuracao de media minima ------"

               display "Codigo da turma: "
               accept ws-config-cod-turma

               display "Ano letivo: "
               accept ws-config-ano

               move ws-config-cod-turma to fd-config-cod-turma
               move ws-config-ano       to fd-config-ano

               read arqConfigTurma

               if  ws-fs-arqConfigTurma <> 0
               and ws-fs-arqConfigTurma <> 23 then
                   move 11                                           to ws-msn-erro-ofsset
                   move ws-fs-arqConfigTurma                         to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConfigTurma "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>    ja existe configuracao para essa turma/ano; mostrar o valor
      *>    atual antes de pedir o novo, para nao sobrescrever as cegas
               if ws-fs-arqConfigTurma = 0 then
                   display "Media minima atualmente configurada: " fd-config-media-minima
                   display "Dias letivos atualmente configurados: " fd-config-dias-letivos
               end-if

               display "Media minima para aprovacao: "
               accept ws-config-media-minima

               display "Dias letivos no ano: "
               accept ws-config-dias-letivos

               move ws-config-media-minima to fd-config-media-minima
               move ws-config-dias-letivos to fd-config-dias-letivos

               if  ws-fs-arqConfigTurma = 23 then
                   write fd-config-turma
                   if ws-fs-arqConfigTurma <> 0 then
                       move 11                                           to ws-msn-erro-ofsset
                       move ws-fs-arqConfigTurma                         to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqConfigTurma "      to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Media minima cadastrada com sucesso!"
                   end-if
               else
                   rewrite fd-config-turma
                   if ws-fs-arqConfigTurma <> 0 then
                       move 11                                           to ws-msn-erro-ofsset
                       move ws-fs-arqConfigTurma                         to ws-msn-erro-cod
                       move "Erro ao alterar arq. arqConfigTurma "       to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Media minima atualizada com sucesso!"
                   end-if
               end-if

               display "Deseja configurar mais uma turma/ano? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       configurar-media-minima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valor da mensalidade de uma turma no ano letivo, com o dia de
      *>  vencimento; as parcelas ja geradas ficam com o valor antigo
      *>------------------------------------------------------------------------
       configurar-valor-mensalidade section.

           perform until voltar-tela

               display "------ Valor da mensalidade da turma ------"

               display "Codigo da turma: "
               accept ws-mval-cod-turma

               display "Ano letivo: "
               accept ws-mval-ano

               move ws-mval-cod-turma to fd-mval-cod-turma
               move ws-mval-ano       to fd-mval-ano

               read arqMensalidadeValor

               if  ws-fs-arqMensalidadeValor <> 0
               and ws-fs-arqMensalidadeValor <> 23 then
                   move 42                                           to ws-msn-erro-ofsset
                   move ws-fs-arqMensalidadeValor                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidadeValor "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>    ja existe valor para essa turma/ano; mostrar o atual antes
      *>    de pedir o novo, para nao sobrescrever as cegas
               if ws-fs-arqMensalidadeValor = 0 then
                   move fd-mval-valor to ws-valor-ed
                   display "Valor atualmente configurado: " ws-valor-ed
                   display "Dia de vencimento atual: " fd-mval-dia-venc
               end-if

               display "Valor da mensalidade: "
               accept ws-mval-valor

               display "Dia de vencimento (1 a 28): "
               accept ws-mval-dia-venc

               if ws-mval-dia-venc = zero
               or ws-mval-dia-venc > 28 then
                   display "Dia invalido; vencimento no dia 10."
                   move 10 to ws-mval-dia-venc
               end-if

               move ws-mval-valor    to fd-mval-valor
               move ws-mval-dia-venc to fd-mval-dia-venc

               if  ws-fs-arqMensalidadeValor = 23 then
                   write fd-mensalidade-valor
                   if ws-fs-arqMensalidadeValor <> 0 then
                       move 42                                           to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidadeValor                    to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqMensalidadeValor " to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Valor da mensalidade cadastrado com sucesso!"
                   end-if
               else
                   rewrite fd-mensalidade-valor
                   if ws-fs-arqMensalidadeValor <> 0 then
                       move 42                                           to ws-msn-erro-ofsset
                       move ws-fs-arqMensalidadeValor                    to ws-msn-erro-cod
                       move "Erro ao alterar arq. arqMensalidadeValor "  to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Valor da mensalidade atualizado com sucesso!"
                   end-if
               end-if

               display "Deseja configurar mais uma turma/ano? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       configurar-valor-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Baixa manual de mensalidade paga na secretaria
      *>------------------------------------------------------------------------
       baixar-mensalidade section.

           perform until voltar-tela

               display "------ Baixa de mensalidade ------"

               perform baixar-parcela-aluno

               display "Deseja baixar mais uma parcela? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           .
       baixar-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Baixa de uma parcela: mostra as parcelas em aberto do aluno,
      *>  pede o mes e o valor pago (Enter = valor da parcela) e marca
      *>  a parcela como PAGA na data de hoje, em nome do operador
      *>------------------------------------------------------------------------
       baixar-parcela-aluno section.

           display "Informe o cod. do aluno: "
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0 then
               if ws-fs-arqRegistroAluno = 23 then
                   display "Codigo informado invalido!"
                   go to baixar-parcela-aluno-exit
               else
                   move 43                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Aluno: " fd-nome-aluno " - " fd-situacao-alu

           move "S" to ws-listar-parcelas
           perform contar-parcelas-abertas

           if ws-qtd-parcelas-abertas = zero then
               display "Nenhuma parcela em aberto."
               go to baixar-parcela-aluno-exit
           end-if

           move ws-valor-em-aberto to ws-valor-ed
           display ws-qtd-parcelas-abertas " parcela(s) em aberto, total "
                   ws-valor-ed

           display "Ano da parcela: "
           accept ws-parc-ano

           display "Mes da parcela: "
           accept ws-parc-mes

           move fd-cod-aluno to fd-parc-cod-aluno
           move ws-parc-ano  to fd-parc-ano
           move ws-parc-mes  to fd-parc-mes

           read arqParcela

           if ws-fs-arqParcela <> 0 then
               if ws-fs-arqParcela = 23 then
                   display "Parcela nao encontrada!"
                   go to baixar-parcela-aluno-exit
               else
                   move 44                                          to ws-msn-erro-ofsset
                   move ws-fs-arqParcela                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqParcela "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if parcela-paga then
               display "Parcela ja paga em " fd-parc-data-pgto
               go to baixar-parcela-aluno-exit
           end-if

           move fd-parc-valor to ws-valor-ed
           display "Valor da parcela: " ws-valor-ed
           display "Valor pago (Enter = valor da parcela): "
           move zero to ws-valor-pago
           accept ws-valor-pago

           if ws-valor-pago = zero then
               move fd-parc-valor to ws-valor-pago
           end-if

           if ws-valor-pago < fd-parc-valor then
               display "Valor pago menor que o da parcela; baixa recusada."
               go to baixar-parcela-aluno-exit
           end-if

           move function current-date to ws-log-data-hora
           move ws-log-data-hora(1:8) to ws-data-pgto

           move "PAGA"             to fd-parc-situacao
           move ws-data-pgto       to fd-parc-data-pgto
           move ws-valor-pago      to fd-parc-valor-pago
           move ws-oper-logado-cod to fd-parc-oper

           rewrite fd-parcela

           if ws-fs-arqParcela <> 0 then
               move 44                                          to ws-msn-erro-ofsset
               move ws-fs-arqParcela                            to ws-msn-erro-cod
               move "Erro ao alterar arq. arqParcela "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Parcela " fd-parc-ano "/" fd-parc-mes " baixada."

           move ws-valor-pago to ws-valor-ed
           string "PARCELA "                  delimited by size
                  fd-parc-ano                 delimited by size
                  "/"                         delimited by size
                  fd-parc-mes                 delimited by size
                  " PAGA "                    delimited by size
                  function trim(ws-valor-ed)  delimited by size
                  into ws-log-detalhe
           end-string

           move fd-cad-alunos to ws-cad-alunos
           move "PAGAMENTO"   to ws-log-acao
           perform registrar-log

           .
       baixar-parcela-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parcelas em aberto do aluno corrente (fd-cod-aluno): quantidade
      *>  e valor total; com ws-listar-parcelas "S" lista cada uma
      *>------------------------------------------------------------------------
       contar-parcelas-abertas section.

           move zero to ws-qtd-parcelas-abertas
           move zero to ws-valor-em-aberto

           move fd-cod-aluno to fd-parc-cod-aluno
           move zeros        to fd-parc-ano
           move zeros        to fd-parc-mes

           start arqParcela key is not less than fd-parc-chave

           if  ws-fs-arqParcela <> 0
           and ws-fs-arqParcela <> 23 then
               move 45                                          to ws-msn-erro-ofsset
               move ws-fs-arqParcela                            to ws-msn-erro-cod
               move "Erro ao ler arq. arqParcela "              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqParcela <> 0

               read arqParcela next

               if ws-fs-arqParcela = 0 then
                   if fd-parc-cod-aluno <> fd-cod-aluno then
                       move 10 to ws-fs-arqParcela
                   else
                       if parcela-aberta then
                           add 1             to ws-qtd-parcelas-abertas
                           add fd-parc-valor to ws-valor-em-aberto
                           if listar-parcelas then
                               move fd-parc-valor to ws-valor-ed
                               display " Parcela " fd-parc-ano "/" fd-parc-mes
                                       " venc. " fd-parc-vencimento
                                       " valor " ws-valor-ed
                           end-if
                       end-if
                   end-if
               else
                   if ws-fs-arqParcela <> 10 then
                       move 45                                          to ws-msn-erro-ofsset
                       move ws-fs-arqParcela                            to ws-msn-erro-cod
                       move "Erro ao ler arq. arqParcela "              to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           move "N" to ws-listar-parcelas

           .
       contar-parcelas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrencias disciplinares do aluno: lista as ja registradas e
      *>  permite incluir novas; a exclusao eh so do supervisor
      *>------------------------------------------------------------------------
       manter-ocorrencias section.

           display erase

           display "------ Ocorrencias disciplinares ------"

           display "Informe o cod. do aluno: "
           accept ws-cod-aluno

           move ws-cod-aluno to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0 then
               if ws-fs-arqRegistroAluno = 23 then
                   display "Codigo informado invalido!"
                   go to manter-ocorrencias-exit
               else
                   move 47                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display "Aluno: " fd-nome-aluno " - " fd-situacao-alu

           move fd-cad-alunos to ws-cad-alunos

           perform until voltar-tela

               perform listar-ocorrencias-aluno

               if operador-supervisor then
                   display "'I'ncluir, 'E'xcluir ou Enter para nao alterar"
               else
                   display "'I'ncluir ou Enter para nao alterar"
               end-if
               move space to ws-ocor-acao
               accept ws-ocor-acao

               if ocor-incluir then
                   perform incluir-ocorrencia
               end-if

               if ocor-excluir then
                   if operador-supervisor then
                       perform excluir-ocorrencia
                   else
                       display "Opcao restrita ao supervisor!"
                   end-if
               end-if

               display "Deseja continuar nas ocorrencias do aluno? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform

           display erase
           .
       manter-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista das ocorrencias do aluno corrente, na ordem da chave
      *>  (aluno+data+sequencia)
      *>------------------------------------------------------------------------
       listar-ocorrencias-aluno section.

           move zero to ws-qtd-ocorrencias

           move ws-cod-aluno to fd-ocor-cod-aluno
           move zeros        to fd-ocor-data
           move zeros        to fd-ocor-seq

           start arqOcorrencia key is not less than fd-ocor-chave

           if  ws-fs-arqOcorrencia <> 0
           and ws-fs-arqOcorrencia <> 23 then
               move 48                                           to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqOcorrencia "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqOcorrencia <> 0

               read arqOcorrencia next

               if ws-fs-arqOcorrencia = 0 then

                   if fd-ocor-cod-aluno <> ws-cod-aluno then
                       move 10 to ws-fs-arqOcorrencia
                   else
                       add 1 to ws-qtd-ocorrencias
                       display " " fd-ocor-data " seq " fd-ocor-seq
                               " " fd-ocor-tipo
                               " " fd-ocor-dias-suspensao " dia(s)"
                               " Oper " fd-ocor-oper
                       display "   " fd-ocor-descricao
                   end-if

               else
                   if ws-fs-arqOcorrencia <> 10 then
                       move 48                                           to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencia "            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-qtd-ocorrencias = zero then
               display " Aluno sem ocorrencias registradas."
           end-if

           .
       listar-ocorrencias-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusao de uma ocorrencia: data (Enter = hoje), tipo,
      *>  descricao e, na suspensao, os dias; a sequencia eh a proxima
      *>  livre do aluno na data
      *>------------------------------------------------------------------------
       incluir-ocorrencia section.

           display "Data da ocorrencia (AAAAMMDD, Enter = hoje): "
           move zero to ws-ocor-data
           accept ws-ocor-data

           if ws-ocor-data = zero then
               move function current-date to ws-log-data-hora
               move ws-log-data-hora(1:8) to ws-ocor-data
           end-if

           if ws-ocor-mes < 1 or ws-ocor-mes > 12
           or ws-ocor-dia < 1 or ws-ocor-dia > 31 then
               display "Data informada invalida!"
               go to incluir-ocorrencia-exit
           end-if

           display "Tipo: 'A'dvertencia ou 'S'uspensao: "
           accept ws-ocor-tipo

           if not tipo-advertencia
           and not tipo-suspensao then
               display "Tipo de ocorrencia invalido!"
               go to incluir-ocorrencia-exit
           end-if

           display "Descricao: "
           move spaces to ws-ocor-descricao
           accept ws-ocor-descricao

           move zero to ws-ocor-dias-suspensao

           if tipo-suspensao then
               display "Dias de suspensao: "
               accept ws-ocor-dias-suspensao
               if ws-ocor-dias-suspensao = zero then
                   display "Suspensao sem dias informados; inclusao recusada."
                   go to incluir-ocorrencia-exit
               end-if
           end-if

      *>    proxima sequencia livre do aluno na data
           move zero to ws-ocor-seq

           move ws-cod-aluno to fd-ocor-cod-aluno
           move ws-ocor-data to fd-ocor-data
           move zeros        to fd-ocor-seq

           start arqOcorrencia key is not less than fd-ocor-chave

           if ws-fs-arqOcorrencia = 0 then

               read arqOcorrencia next

               perform until ws-fs-arqOcorrencia <> 0
               or fd-ocor-cod-aluno <> ws-cod-aluno
               or fd-ocor-data <> ws-ocor-data

                   move fd-ocor-seq to ws-ocor-seq

                   read arqOcorrencia next

               end-perform
           end-if

           if  ws-fs-arqOcorrencia <> 0
           and ws-fs-arqOcorrencia <> 10
           and ws-fs-arqOcorrencia <> 23 then
               move 49                                           to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqOcorrencia "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           initialize fd-ocorrencia
           move ws-cod-aluno           to fd-ocor-cod-aluno
           move ws-ocor-data           to fd-ocor-data
           compute fd-ocor-seq = ws-ocor-seq + 1
           if tipo-suspensao then
               move "SUSPENSAO"        to fd-ocor-tipo
           else
               move "ADVERTENCIA"      to fd-ocor-tipo
           end-if
           move ws-ocor-descricao      to fd-ocor-descricao
           move ws-ocor-dias-suspensao to fd-ocor-dias-suspensao
           move ws-oper-logado-cod     to fd-ocor-oper

           write fd-ocorrencia

           if ws-fs-arqOcorrencia <> 0 then
               move 49                                           to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
               move "Erro ao gravar arq. arqOcorrencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Ocorrencia registrada."

           string fd-ocor-tipo          delimited by space
                  " "                   delimited by size
                  fd-ocor-data          delimited by size
                  " SEQ "               delimited by size
                  fd-ocor-seq           delimited by size
                  " DIAS "              delimited by size
                  fd-ocor-dias-suspensao delimited by size
                  into ws-log-detalhe
           end-string

           move "OCORRENCIA" to ws-log-acao
           perform registrar-log

           .
       incluir-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao de uma ocorrencia do aluno pela data e sequencia
      *>------------------------------------------------------------------------
       excluir-ocorrencia section.

           display "Data da ocorrencia a excluir (AAAAMMDD): "
           accept ws-ocor-data

           display "Sequencia: "
           accept ws-ocor-seq

           move ws-cod-aluno to fd-ocor-cod-aluno
           move ws-ocor-data to fd-ocor-data
           move ws-ocor-seq  to fd-ocor-seq

           read arqOcorrencia

           if ws-fs-arqOcorrencia <> 0 then
               if ws-fs-arqOcorrencia = 23 then
                   display "Ocorrencia nao encontrada!"
                   go to excluir-ocorrencia-exit
               else
                   move 50                                           to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqOcorrencia "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           display fd-ocor-tipo " " fd-ocor-descricao
           display "Confirma a exclusao? 'S'/'N' "
           accept ws-confirma

           if not confirma-sim then
               go to excluir-ocorrencia-exit
           end-if

           delete arqOcorrencia

           if ws-fs-arqOcorrencia <> 0 then
               move 50                                           to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                          to ws-msn-erro-cod
               move "Erro ao apagar arq. arqOcorrencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Ocorrencia excluida."

           string fd-ocor-tipo          delimited by space
                  " "                   delimited by size
                  fd-ocor-data          delimited by size
                  " SEQ "               delimited by size
                  fd-ocor-seq           delimited by size
                  " EXCLUIDA"           delimited by size
                  into ws-log-detalhe
           end-string

           move "EXC OCORR" to ws-log-acao
           perform registrar-log

           .
       excluir-ocorrencia-exit.
           exit.


           close arqOperador
           close arqListaEspera
           close arqControleMatricula
           close arqChamadaDiaria
           close arqMatrizCurricular
           close arqMensalidadeValor
           close arqParcela
           close arqOcorrencia
           Stop run
           .
       finaliza-anormal-exit.
           close arqOperador
           close arqListaEspera
           close arqControleMatricula
           close arqChamadaDiaria
           close arqMatrizCurricular
           close arqMensalidadeValor
           close arqParcela
           close arqOcorrencia
           Stop run
           .
       finaliza-exit.
