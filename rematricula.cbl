      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "rematricula".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch de rematricula para o ano seguinte, rodado
      *>depois que o fechamentoAno arquivou o ano letivo informado
      *>(o ano precisa estar CONCLUIDO em arqControleFechamento). Roda
      *>em duas etapas separadas:
      *>  'P' proposta: para cada aluno ATIVO, le a situacao final do
      *>      ano em arqHistoricoNota e propoe a turma nova: APROVADO
      *>      vai para a turma da serie seguinte (fd-turma-proxima da
      *>      turma atual), REPROVADO e REPROVADO POR FALTA ficam na
      *>      mesma turma/serie, e o aprovado da ultima serie (turma
      *>      seguinte 000) sai como CONCLUINTE. Aluno sem historico,
      *>      sem turma ou com turma seguinte nao cadastrada fica
      *>      PENDENTE, para acerto manual. A proposta eh exibida e
      *>      gravada em arqPropostaRematricula.txt, uma linha por aluno
      *>        matricula|turma|serie|turma-nova|acao|situacao|motivo
      *>      para a secretaria conferir (e, se preciso, tirar linhas)
      *>      antes da confirmacao.
      *>  'C' confirmacao: aplica o arquivo de proposta conferido, em
      *>      nome do operador identificado. Os CONCLUINTES passam a
      *>      CONCLUIDO; as promocoes sao aplicadas da serie mais alta
      *>      para a mais baixa, para cada turma liberar as vagas antes
      *>      de receber a serie de baixo, respeitando a capacidade da
      *>      turma nova: sem vaga, o aluno fica sem turma e entra no
      *>      fim da lista de espera da turma nova (arqListaEspera),
      *>      como na matricula. Aluno cujo cadastro mudou depois da
      *>      proposta (nao ATIVO ou em outra turma), ou cuja turma
      *>      nova foi excluida depois da proposta, eh ignorado. Cada
      *>      mudanca gera a linha REMATRIC em arqLogAlteracoes.

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

           select arqHistoricoNota assign to "arqHistoricoNota.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistoricoNota.

           select arqControleFechamento assign to "arqControleFechamento.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ctrl-ano
           file status is ws-fs-arqControleFechamento.

           select arqListaEspera assign to "arqListaEspera.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-chave
           file status is ws-fs-arqListaEspera.

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

           select arqPropostaRematricula assign to "arqPropostaRematricula.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqPropostaRematricula.

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

       fd arqHistoricoNota.
       01  fd-historico-nota.
           05  fd-hist-chave.
               10  fd-hist-cod-aluno               pic 9(08).
               10  fd-hist-ano                     pic 9(04).
           05  fd-hist-cod-turma                   pic 9(03) value zero.
           05  fd-hist-notas.
               10  fd-hist-nota1                   pic 9(02)v99 value zero.
               10  fd-hist-nota2                   pic 9(02)v99 value zero.
               10  fd-hist-nota3                   pic 9(02)v99 value zero.
               10  fd-hist-nota4                   pic 9(02)v99 value zero.
           05  fd-hist-media                       pic 9(02)v99 value zero.
           05  fd-hist-situacao                    pic x(20).

       fd arqControleFechamento.
       01  fd-controle-fechamento.
           05  fd-ctrl-ano                         pic 9(04).
           05  fd-ctrl-fase                        pic x(10).
               88  fechamento-em-curso             value "EM-CURSO".
               88  fechamento-concluido            value "CONCLUIDO".
           05  fd-ctrl-ultimo-aluno                pic 9(08) value zero.

       fd arqListaEspera.
       01  fd-lista-espera.
           05  fd-esp-chave.
               10  fd-esp-cod-turma                pic 9(03).
               10  fd-esp-seq                      pic 9(05).
           05  fd-esp-cod-aluno                    pic 9(08).
           05  fd-esp-data                         pic 9(08) value zero.

       fd arqOperador.
       01  fd-cad-operador.
           05  fd-oper-cod                         pic 9(03).
           05  fd-oper-nome                        pic x(25).
           05  fd-oper-senha                       pic x(10).
           05  fd-oper-nivel                       pic 9(01).

       fd arqLogAlteracoes.
       01  fd-log-linha                            pic x(200).

       fd arqPropostaRematricula.
       01  fd-linha-proposta                       pic x(120).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqHistoricoNota                  pic  9(02).
       77  ws-fs-arqControleFechamento             pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-fs-arqLogAlteracoes                  pic  9(02).
       77  ws-fs-arqPropostaRematricula            pic  9(02).

       77  ws-ano-letivo                           pic 9(04) value zero.

       77  ws-modo                                 pic x(01).
           88  modo-proposta                        value "P" "p".
           88  modo-confirmacao                     value "C" "c".

      *>    proposta de um aluno, montada na etapa 'P' e lida de volta
      *>    do arquivo na etapa 'C'
       01  ws-proposta.
           05  ws-prop-matricula                   pic 9(08).
           05  ws-prop-turma-atual                 pic 9(03).
           05  ws-prop-serie                       pic 9(02).
           05  ws-prop-turma-nova                  pic 9(03).
           05  ws-prop-acao                        pic x(10).
               88  acao-promovido                   value "PROMOVIDO".
               88  acao-retido                      value "RETIDO".
               88  acao-concluinte                  value "CONCLUINTE".
               88  acao-pendente                    value "PENDENTE".
           05  ws-prop-situacao                    pic x(20).
           05  ws-prop-motivo                      pic x(40).

      *>    colunas da linha do arquivo de proposta, em texto
       01  ws-colunas-proposta.
           05  ws-col-matricula                    pic x(10).
           05  ws-col-turma-atual                  pic x(05).
           05  ws-col-serie                        pic x(04).
           05  ws-col-turma-nova                   pic x(05).
           05  ws-col-acao                         pic x(10).
           05  ws-col-situacao                     pic x(20).
           05  ws-col-motivo                       pic x(40).

      *>    proposta conferida carregada em memoria para a confirmacao,
      *>    que precisa aplicar as promocoes por serie, da mais alta
      *>    para a mais baixa
       01  ws-tabela-proposta.
           05  ws-tab occurs 3000 times.
               10  ws-tab-matricula                pic 9(08).
               10  ws-tab-turma-atual              pic 9(03).
               10  ws-tab-serie                    pic 9(02).
               10  ws-tab-turma-nova               pic 9(03).
               10  ws-tab-acao                     pic x(10).

       77  ws-qtd-tab                              pic 9(04) value zero.
       77  ws-ind-tab                              pic 9(04) value zero.

       77  ws-maior-serie                          pic 9(02) value zero.
       77  ws-serie-vez                            pic 9(02) value zero.
       77  ws-acao-vez                             pic x(10).

      *>    alunos ATIVOS por turma, contados uma vez no inicio da
      *>    confirmacao e mantidos a cada mudanca, no lugar de varrer o
      *>    cadastro inteiro para cada aluno promovido
       01  ws-tabela-turmas.
           05  ws-qtd-na-turma occurs 999 times    pic 9(04).

       77  ws-turma-desejada                       pic 9(03) value zero.
       77  ws-espera-seq                           pic 9(05) value zero.

       77  ws-ja-na-fila                           pic x(01) value "N".
           88  aluno-ja-na-fila                     value "S".

       77  ws-data-hoje                            pic 9(08) value zero.
       77  ws-data-hora                            pic x(21).

       77  ws-oper-cod                             pic 9(03) value zero.
       77  ws-senha-digitada                       pic x(10).
       77  ws-oper-logado-cod                      pic 9(03) value zero.

       01  ws-log-dados.
           05  ws-log-data-hora                    pic x(21).
           05  ws-log-acao                         pic x(10).
           05  ws-log-detalhe                      pic x(100).

       77  ws-total-ativos                         pic 9(05) value zero.
       77  ws-total-promovidos                     pic 9(05) value zero.
       77  ws-total-retidos                        pic 9(05) value zero.
       77  ws-total-concluintes                    pic 9(05) value zero.
       77  ws-total-pendentes                      pic 9(05) value zero.
       77  ws-total-espera                         pic 9(05) value zero.
       77  ws-total-ignorados                      pic 9(05) value zero.

       77  ws-promocao-ignorada                    pic x(01) value "N".
           88  promocao-ignorada                    value "S".

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

           open i-o arqRegistroAluno
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

           open input arqHistoricoNota
           if ws-fs-arqHistoricoNota  <> 00 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNota                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistoricoNota "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqControleFechamento
           if ws-fs-arqControleFechamento  <> 00 then
               move 4                                           to ws-msn-erro-ofsset
               move ws-fs-arqControleFechamento                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqControleFechamento " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqListaEspera pode ainda nao existir em uma instalacao
      *>    nova; nesse caso, criamos o arquivo antes de abrir para i-o
           open i-o arqListaEspera
           if ws-fs-arqListaEspera = 35 then
               open output arqListaEspera
               close arqListaEspera
               open i-o arqListaEspera
           end-if
           if ws-fs-arqListaEspera  <> 00
           and ws-fs-arqListaEspera <> 05 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqListaEspera "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqOperador
           if ws-fs-arqOperador  <> 00 then
               move 6                                         to ws-msn-erro-ofsset
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
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLogAlteracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date to ws-data-hora
           move ws-data-hora(1:8)      to ws-data-hoje

           display "Informe o ano letivo encerrado: "
           accept ws-ano-letivo

      *>    a situacao final so existe depois do fechamento completo
      *>    do ano; fechamento interrompido ou nao rodado recusa
           move ws-ano-letivo to fd-ctrl-ano

           read arqControleFechamento

           if ws-fs-arqControleFechamento <> 0
           and ws-fs-arqControleFechamento <> 23 then
               move 8                                           to ws-msn-erro-ofsset
               move ws-fs-arqControleFechamento                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqControleFechamento "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqControleFechamento = 23
           or not fechamento-concluido then
               display "O fechamento do ano " ws-ano-letivo
                       " nao esta concluido."
               display "Rode o fechamentoAno antes da rematricula."
               perform finaliza
           end-if

           display "'P' Proposta de rematricula"
           display "'C' Confirmacao da proposta conferida"
           accept ws-modo

           if not modo-proposta
           and not modo-confirmacao then
               display "opcao invalida"
               perform finaliza
           end-if

           if modo-proposta then
               open output arqPropostaRematricula
               if ws-fs-arqPropostaRematricula <> 00 then
                   move 9                                              to ws-msn-erro-ofsset
                   move ws-fs-arqPropostaRematricula                   to ws-msn-erro-cod
                   move "Erro ao abrir arqPropostaRematricula "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               open input arqPropostaRematricula
               if ws-fs-arqPropostaRematricula = 35 then
                   display "Arquivo de proposta inexistente;"
                           " rode a proposta ('P') antes."
                   perform finaliza
               end-if
               if ws-fs-arqPropostaRematricula <> 00 then
                   move 9                                              to ws-msn-erro-ofsset
                   move ws-fs-arqPropostaRematricula                   to ws-msn-erro-cod
                   move "Erro ao abrir arqPropostaRematricula "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform identificar-operador
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador responsavel pela confirmacao, com
      *>  codigo e senha conferidos em arqOperador, para as linhas do
      *>  log sairem em nome dele
      *>------------------------------------------------------------------------
       identificar-operador section.

           display "Codigo do operador: "
           accept ws-oper-cod

           display "Senha: "
           accept ws-senha-digitada

           move ws-oper-cod to fd-oper-cod

           read arqOperador

           if  ws-fs-arqOperador <> 0
           and ws-fs-arqOperador <> 23 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqOperador                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqOperador "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqOperador = 0
           and fd-oper-senha = ws-senha-digitada then
               move fd-oper-cod to ws-oper-logado-cod
           else
               display "Codigo ou senha invalidos!"
               perform finaliza
           end-if

           .
       identificar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - proposta ou confirmacao
      *>------------------------------------------------------------------------
       processamento section.

           if modo-proposta then
               perform gerar-proposta
           else
               perform confirmar-proposta
           end-if

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 'P': passa pelo cadastro e propoe a turma nova de cada
      *>  aluno ATIVO, sem alterar nada
      *>------------------------------------------------------------------------
       gerar-proposta section.

           display "==================================================="
           display " PROPOSTA DE REMATRICULA - ANO ENCERRADO " ws-ano-letivo
           display "==================================================="

           move low-values to fd-cod-aluno
           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 11                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if ws-fs-arqRegistroAluno = 0 then
                   if aluno-ativo then
                       add 1 to ws-total-ativos
                       perform propor-aluno
                       perform gravar-proposta
                   end-if
               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 11                                           to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           display " "
           display "Alunos ATIVOS          : " ws-total-ativos
           display "Promovidos             : " ws-total-promovidos
           display "Retidos na serie       : " ws-total-retidos
           display "Concluintes            : " ws-total-concluintes
           display "Pendentes (acerto manual): " ws-total-pendentes
           display "Proposta gravada em arqPropostaRematricula.txt;"
                   " confira antes da confirmacao ('C')."

           .
       gerar-proposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proposta de um aluno a partir da situacao final do ano e da
      *>  serie/turma seguinte da turma atual
      *>------------------------------------------------------------------------
       propor-aluno section.

           move fd-cod-aluno to ws-prop-matricula
           move fd-cod-turma to ws-prop-turma-atual
           move zero         to ws-prop-serie
           move zero         to ws-prop-turma-nova
           move "PENDENTE"   to ws-prop-acao
           move spaces       to ws-prop-situacao
           move spaces       to ws-prop-motivo

           if fd-cod-turma = zero then
               move "Aluno sem turma" to ws-prop-motivo
               go to propor-aluno-exit
           end-if

           move fd-cod-aluno  to fd-hist-cod-aluno
           move ws-ano-letivo to fd-hist-ano

           read arqHistoricoNota

           if ws-fs-arqHistoricoNota <> 0 then
               if ws-fs-arqHistoricoNota = 23 then
                   move "Sem historico no ano encerrado" to ws-prop-motivo
                   go to propor-aluno-exit
               else
                   move 12                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHistoricoNota                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistoricoNota "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-hist-situacao to ws-prop-situacao

           move fd-cod-turma to fd-turma-cod

           read arqTurma

           if ws-fs-arqTurma <> 0 then
               if ws-fs-arqTurma = 23 then
                   move "Turma atual nao cadastrada" to ws-prop-motivo
                   go to propor-aluno-exit
               else
                   move 13                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-turma-serie to ws-prop-serie

           evaluate fd-hist-situacao

               when = "APROVADO"
                   if fd-turma-proxima = zero then
                       move "CONCLUINTE" to ws-prop-acao
                   else
                       move fd-turma-proxima to ws-prop-turma-nova
                       move fd-turma-proxima to fd-turma-cod

                       read arqTurma

                       if ws-fs-arqTurma = 0 then
                           move "PROMOVIDO" to ws-prop-acao
                       else
                           if ws-fs-arqTurma = 23 then
                               move "Turma seguinte nao cadastrada" to ws-prop-motivo
                           else
                               move 13                                        to ws-msn-erro-ofsset
                               move ws-fs-arqTurma                            to ws-msn-erro-cod
                               move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if

               when = "REPROVADO"
               when = "REPROVADO POR FALTA"
                   move fd-cod-turma to ws-prop-turma-nova
                   move "RETIDO"     to ws-prop-acao

               when other
                   move "Situacao final nao prevista" to ws-prop-motivo

           end-evaluate

           .
       propor-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao da linha de proposta do aluno e exibicao no relatorio
      *>------------------------------------------------------------------------
       gravar-proposta section.

           evaluate true
               when acao-promovido
                   add 1 to ws-total-promovidos
               when acao-retido
                   add 1 to ws-total-retidos
               when acao-concluinte
                   add 1 to ws-total-concluintes
               when other
                   add 1 to ws-total-pendentes
           end-evaluate

           move spaces to fd-linha-proposta
           string ws-prop-matricula      delimited by size
                  "|"                    delimited by size
                  ws-prop-turma-atual    delimited by size
                  "|"                    delimited by size
                  ws-prop-serie          delimited by size
                  "|"                    delimited by size
                  ws-prop-turma-nova     delimited by size
                  "|"                    delimited by size
                  ws-prop-acao           delimited by space
                  "|"                    delimited by size
                  ws-prop-situacao       delimited by size
                  "|"                    delimited by size
                  ws-prop-motivo         delimited by size
                  into fd-linha-proposta
           end-string

           write fd-linha-proposta
           if ws-fs-arqPropostaRematricula <> 0 then
               move 14                                             to ws-msn-erro-ofsset
               move ws-fs-arqPropostaRematricula                   to ws-msn-erro-cod
               move "Erro ao gravar arqPropostaRematricula "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display " " ws-prop-matricula " " fd-nome-aluno
                   " turma " ws-prop-turma-atual
                   " serie " ws-prop-serie
                   " " ws-prop-situacao

           if acao-pendente then
               display "     -> PENDENTE: " ws-prop-motivo
           else
               if acao-concluinte then
                   display "     -> CONCLUINTE"
               else
                   display "     -> " ws-prop-acao
                           " turma " ws-prop-turma-nova
               end-if
           end-if

           .
       gravar-proposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 'C': carrega a proposta conferida e aplica, primeiro os
      *>  concluintes, depois as promocoes da serie mais alta para a
      *>  mais baixa e por fim os retidos
      *>------------------------------------------------------------------------
       confirmar-proposta section.

           display "==================================================="
           display " CONFIRMACAO DA REMATRICULA - ANO ENCERRADO " ws-ano-letivo
           display "==================================================="

           perform carregar-proposta
           perform contar-alunos-turmas

           move "CONCLUINTE" to ws-acao-vez
           move zero         to ws-serie-vez
           perform aplicar-acao-serie

           move "PROMOVIDO"    to ws-acao-vez
           move ws-maior-serie to ws-serie-vez

           perform until ws-serie-vez = zero
               perform aplicar-acao-serie
               subtract 1 from ws-serie-vez
           end-perform
           perform aplicar-acao-serie

           move "RETIDO" to ws-acao-vez
           perform aplicar-acao-serie

           display " "
           display "Concluintes             : " ws-total-concluintes
           display "Promovidos              : " ws-total-promovidos
           display "Enviados a lista espera : " ws-total-espera
           display "Retidos na serie        : " ws-total-retidos
           display "Ignorados (cadastro ou turma mudou): " ws-total-ignorados
           display "Pendentes nao aplicados : " ws-total-pendentes

           .
       confirmar-proposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de proposta para a tabela; linhas PENDENTE
      *>  so sao contadas
      *>------------------------------------------------------------------------
       carregar-proposta section.

           read arqPropostaRematricula

           perform until ws-fs-arqPropostaRematricula <> 0

               move spaces to ws-colunas-proposta

               unstring fd-linha-proposta delimited by "|"
                   into ws-col-matricula
                        ws-col-turma-atual
                        ws-col-serie
                        ws-col-turma-nova
                        ws-col-acao
                        ws-col-situacao
                        ws-col-motivo
               end-unstring

               move ws-col-acao to ws-prop-acao

               if acao-pendente then
                   add 1 to ws-total-pendentes
               else
                   if  (acao-promovido or acao-retido or acao-concluinte)
                   and ws-qtd-tab < 3000 then
                       add 1 to ws-qtd-tab
                       compute ws-tab-matricula(ws-qtd-tab) =
                           function numval(ws-col-matricula)
                       compute ws-tab-turma-atual(ws-qtd-tab) =
                           function numval(ws-col-turma-atual)
                       compute ws-tab-serie(ws-qtd-tab) =
                           function numval(ws-col-serie)
                       compute ws-tab-turma-nova(ws-qtd-tab) =
                           function numval(ws-col-turma-nova)
                       move ws-prop-acao to ws-tab-acao(ws-qtd-tab)

                       if ws-tab-serie(ws-qtd-tab) > ws-maior-serie then
                           move ws-tab-serie(ws-qtd-tab) to ws-maior-serie
                       end-if
                   else
                       display "Linha de proposta ignorada: "
                               fd-linha-proposta
                       add 1 to ws-total-ignorados
                   end-if
               end-if

               read arqPropostaRematricula

           end-perform

           if ws-fs-arqPropostaRematricula <> 10 then
               move 15                                             to ws-msn-erro-ofsset
               move ws-fs-arqPropostaRematricula                   to ws-msn-erro-cod
               move "Erro ao ler arqPropostaRematricula "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-proposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagem inicial dos alunos ATIVOS de cada turma
      *>------------------------------------------------------------------------
       contar-alunos-turmas section.

           move zeros to ws-tabela-turmas

           move low-values to fd-cod-aluno
           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 16                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if ws-fs-arqRegistroAluno = 0 then
                   if  aluno-ativo
                   and fd-cod-turma > zero then
                       add 1 to ws-qtd-na-turma(fd-cod-turma)
                   end-if
               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 16                                           to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       contar-alunos-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica as linhas da tabela com a acao da vez (e, nas
      *>  promocoes, com a serie da vez)
      *>------------------------------------------------------------------------
       aplicar-acao-serie section.

           move 1 to ws-ind-tab

           perform until ws-ind-tab > ws-qtd-tab

               if  ws-tab-acao(ws-ind-tab) = ws-acao-vez
               and (ws-acao-vez <> "PROMOVIDO"
                or  ws-tab-serie(ws-ind-tab) = ws-serie-vez) then
                   perform aplicar-linha
               end-if

               add 1 to ws-ind-tab

           end-perform

           .
       aplicar-acao-serie-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplicacao da proposta de um aluno; cadastro que mudou depois
      *>  da proposta eh ignorado
      *>------------------------------------------------------------------------
       aplicar-linha section.

           move ws-tab-matricula(ws-ind-tab) to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0 then
               if ws-fs-arqRegistroAluno = 23 then
                   display " " ws-tab-matricula(ws-ind-tab)
                           " ignorado: aluno nao cadastrado"
                   add 1 to ws-total-ignorados
                   go to aplicar-linha-exit
               else
                   move 17                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if not aluno-ativo
           or fd-cod-turma <> ws-tab-turma-atual(ws-ind-tab) then
               display " " fd-cod-aluno " " fd-nome-aluno
                       " ignorado: cadastro mudou depois da proposta"
               add 1 to ws-total-ignorados
               go to aplicar-linha-exit
           end-if

           move "REMATRIC" to ws-log-acao
           move spaces     to ws-log-detalhe

           evaluate ws-tab-acao(ws-ind-tab)

               when = "CONCLUINTE"
                   move "CONCLUIDO"  to fd-situacao-alu
                   move ws-data-hoje to fd-transf-data
                   move spaces       to fd-transf-destino
                   perform regravar-aluno
                   subtract 1 from ws-qtd-na-turma(fd-cod-turma)
                   add 1 to ws-total-concluintes
                   string "CONCLUINTE TURMA "          delimited by size
                          fd-cod-turma                 delimited by size
                          " ANO "                      delimited by size
                          ws-ano-letivo                delimited by size
                          into ws-log-detalhe
                   end-string

               when = "PROMOVIDO"
                   perform promover-aluno
                   if promocao-ignorada then
                       go to aplicar-linha-exit
                   end-if

               when = "RETIDO"
                   add 1 to ws-total-retidos
                   string "RETIDO NA TURMA "           delimited by size
                          fd-cod-turma                 delimited by size
                          " ANO "                      delimited by size
                          ws-ano-letivo                delimited by size
                          into ws-log-detalhe
                   end-string

           end-evaluate

           perform registrar-log

           display " " fd-cod-aluno " " fd-nome-aluno " "
                   ws-log-detalhe(1:50)

           .
       aplicar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Promocao para a turma da serie seguinte, se houver vaga; sem
      *>  vaga, o aluno fica sem turma e entra na lista de espera da
      *>  turma nova, como na matricula
      *>------------------------------------------------------------------------
       promover-aluno section.

           move "N" to ws-promocao-ignorada

           move ws-tab-turma-nova(ws-ind-tab) to ws-turma-desejada
           move ws-turma-desejada             to fd-turma-cod

           read arqTurma

           if ws-fs-arqTurma <> 0
           and ws-fs-arqTurma <> 23 then
               move 18                                        to ws-msn-erro-ofsset
               move ws-fs-arqTurma                            to ws-msn-erro-cod
               move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    turma nova excluida entre a proposta e a confirmacao: o
      *>    aluno fica como esta, como o cadastro que mudou
           if ws-fs-arqTurma = 23 then
               display " " fd-cod-aluno " " fd-nome-aluno
                       " ignorado: turma nova nao cadastrada"
               add 1 to ws-total-ignorados
               move "S" to ws-promocao-ignorada
               go to promover-aluno-exit
           end-if

           subtract 1 from ws-qtd-na-turma(fd-cod-turma)

           if  ws-fs-arqTurma = 0
           and fd-turma-capacidade > zero
           and ws-qtd-na-turma(ws-turma-desejada) >= fd-turma-capacidade then

               string "TURMA "                     delimited by size
                      fd-cod-turma                 delimited by size
                      " PARA ESPERA DA TURMA "     delimited by size
                      ws-turma-desejada            delimited by size
                      " LOTADA"                    delimited by size
                      into ws-log-detalhe
               end-string

               move zero to fd-cod-turma
               perform regravar-aluno
               perform gravar-lista-espera
               add 1 to ws-total-espera

           else

               string "TURMA DE "                  delimited by size
                      fd-cod-turma                 delimited by size
                      " PARA "                     delimited by size
                      ws-turma-desejada            delimited by size
                      " PROMOVIDO"                 delimited by size
                      into ws-log-detalhe
               end-string

               move ws-turma-desejada to fd-cod-turma
               perform regravar-aluno
               add 1 to ws-qtd-na-turma(ws-turma-desejada)
               add 1 to ws-total-promovidos

           end-if

           .
       promover-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravacao do cadastro do aluno
      *>------------------------------------------------------------------------
       regravar-aluno section.

           rewrite fd-cad-alunos

           if ws-fs-arqRegistroAluno <> 0 then
               move 19                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao alterar arq. arqRegistroAluno "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regravar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrada do aluno no fim da lista de espera da turma desejada,
      *>  como na matricula: a sequencia nova eh a ultima da turma mais
      *>  um; aluno que ja esta na fila da turma nao entra de novo
      *>------------------------------------------------------------------------
       gravar-lista-espera section.

           move zero to ws-espera-seq
           move "N"  to ws-ja-na-fila

           move ws-turma-desejada to fd-esp-cod-turma
           move zeros             to fd-esp-seq

           start arqListaEspera key is not less than fd-esp-chave

           if ws-fs-arqListaEspera = 0 then

               read arqListaEspera next

               perform until ws-fs-arqListaEspera <> 0
               or fd-esp-cod-turma <> ws-turma-desejada

                   move fd-esp-seq to ws-espera-seq

                   if fd-esp-cod-aluno = fd-cod-aluno then
                       move "S" to ws-ja-na-fila
                   end-if

                   read arqListaEspera next

               end-perform

           end-if

           if not aluno-ja-na-fila then

               add 1 to ws-espera-seq

               move ws-turma-desejada to fd-esp-cod-turma
               move ws-espera-seq     to fd-esp-seq
               move fd-cod-aluno      to fd-esp-cod-aluno
               move ws-data-hoje      to fd-esp-data

               write fd-lista-espera

               if ws-fs-arqListaEspera <> 0 then
                   move 20                                        to ws-msn-erro-ofsset
                   move ws-fs-arqListaEspera                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqListaEspera "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

           .
       gravar-lista-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de auditoria: linha REMATRIC no mesmo formato da tela
      *>------------------------------------------------------------------------
       registrar-log section.

           move function current-date to ws-log-data-hora

           move spaces to fd-log-linha
           string fd-cod-aluno           delimited by size
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
               move 21                                            to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlteracoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqTurma
           close arqHistoricoNota
           close arqControleFechamento
           close arqListaEspera
           close arqOperador
           close arqLogAlteracoes
           close arqPropostaRematricula
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
           close arqHistoricoNota
           close arqControleFechamento
           close arqListaEspera
           close arqOperador
           close arqLogAlteracoes
           close arqPropostaRematricula
           Stop run
           .
       finaliza-exit.
           exit.
