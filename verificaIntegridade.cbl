      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "verificaIntegridade".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch da rotina noturna de conferencia cruzada entre
      *>os arquivos que o reconciliaTurma nao confere. Lista:
      *>  - notas de arqNotaDisciplina de aluno ou disciplina que nao
      *>    existem mais (orfas);
      *>  - meses de arqFrequencia de aluno que nao existe (orfaos);
      *>  - chamadas de arqChamadaDiaria de aluno que nao existe, que o
      *>    consolidaFrequencia transformaria de novo em frequencia;
      *>  - faltas de um mes, ou a soma do ano, acima dos dias letivos
      *>    da turma/ano em arqConfigTurma (200 sem configuracao);
      *>  - entradas de arqListaEspera de aluno inexistente, TRANSFERIDO
      *>    ou que ja esta ATIVO na propria turma da fila;
      *>  - linhas de arqHistoricoNota de turma que nao existe (fora a
      *>    turma 000 e os anos anteriores a matricula, que vem da
      *>    escola de origem);
      *>  - ano de arqControleMatricula com ultimo sequencial menor que
      *>    o maior numero de matricula ja gravado naquele ano (ou ano
      *>    com alunos e sem controle), que faria a tela repetir numero.
      *>Com INTEGRIDADE-MODO=QUARENTENA em arqParametros.txt (ou 'Q' no
      *>teclado) e codigo/senha de supervisor, as notas, frequencias e
      *>chamadas orfas sao retiradas dos arquivos e gravadas em
      *>arqQuarentena.txt (arquivo|data e hora|operador|registro
      *>original), cada uma com a linha QUARENTENA em arqLogAlteracoes;
      *>sem supervisor valido a conferencia roda so listando. Qualquer inconsistencia que fique
      *>nos arquivos devolve FAIL (return-code 8) ao fechamentoNoturno.

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

           select arqConfigTurma assign to "arqConfigTurma.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-config-chave
           file status is ws-fs-arqConfigTurma.

           select arqListaEspera assign to "arqListaEspera.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-chave
           file status is ws-fs-arqListaEspera.

           select arqHistoricoNota assign to "arqHistoricoNota.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistoricoNota.

           select arqControleMatricula assign to "arqControleMatricula.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matr-ano
           file status is ws-fs-arqControleMatricula.

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

           select arqQuarentena assign to "arqQuarentena.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqQuarentena.

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

       fd arqConfigTurma.
       01  fd-config-turma.
           05  fd-config-chave.
               10  fd-config-cod-turma             pic 9(03).
               10  fd-config-ano                   pic 9(04).
           05  fd-config-media-minima              pic 9(02)v99 value zero.
           05  fd-config-dias-letivos              pic 9(03) value zero.

       fd arqListaEspera.
       01  fd-lista-espera.
           05  fd-esp-chave.
               10  fd-esp-cod-turma                pic 9(03).
               10  fd-esp-seq                      pic 9(05).
           05  fd-esp-cod-aluno                    pic 9(08).
           05  fd-esp-data                         pic 9(08) value zero.

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

       fd arqControleMatricula.
       01  fd-controle-matricula.
           05  fd-matr-ano                         pic 9(04).
           05  fd-matr-ultimo-seq                  pic 9(04) value zero.

       fd arqOperador.
       01  fd-cad-operador.
           05  fd-oper-cod                         pic 9(03).
           05  fd-oper-nome                        pic x(25).
           05  fd-oper-senha                       pic x(10).
           05  fd-oper-nivel                       pic 9(01).

       fd arqLogAlteracoes.
       01  fd-log-linha                            pic x(200).

       fd arqQuarentena.
       01  fd-linha-quarentena                     pic x(200).

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqDisciplina                     pic  9(02).
       77  ws-fs-arqNotaDisciplina                 pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqChamadaDiaria                  pic  9(02).
       77  ws-fs-arqConfigTurma                    pic  9(02).
       77  ws-fs-arqListaEspera                    pic  9(02).
       77  ws-fs-arqHistoricoNota                  pic  9(02).
       77  ws-fs-arqControleMatricula              pic  9(02).
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-fs-arqLogAlteracoes                  pic  9(02).
       77  ws-fs-arqQuarentena                     pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-modo                       pic x(01) value "N".
           88  veio-modo-do-parametro               value "S".

       77  ws-modo                                 pic x(01) value "L".
           88  modo-quarentena                      value "Q" "q".

      *>    supervisor que autorizou a quarentena; vai no log e em cada
      *>    linha do arquivo de quarentena
       77  ws-oper-cod                             pic 9(03) value zero.
       77  ws-senha-digitada                       pic x(10).
       77  ws-oper-logado-cod                      pic 9(03) value zero.

      *>    dias letivos sem configuracao da turma/ano, como no boletim
       77  ws-dias-letivos-padrao                  pic 9(03) value 200.
       77  ws-dias-letivos                         pic 9(03) value zero.

      *>    quebra por aluno/ano na passada por arqFrequencia, para a
      *>    soma das faltas do ano
       77  ws-freq-aluno-atual                     pic 9(08) value zero.
       77  ws-freq-ano-atual                       pic 9(04) value zero.
       77  ws-faltas-ano                           pic 9(05) value zero.
       77  ws-dias-ano-atual                       pic 9(03) value zero.

       77  ws-tem-acumulado                        pic x(01) value "N".
           88  tem-ano-acumulado                    value "S".

      *>    registro orfao corrente, para a quarentena
       77  ws-orfao                                pic x(01) value "N".
           88  registro-orfao                       value "S".
       77  ws-motivo                               pic x(30).
       77  ws-arquivo-quarentena                   pic x(20).
       77  ws-registro-quarentena                  pic x(100).

      *>    maior sequencial de matricula ja gravado em cada ano de
      *>    ingresso (matricula AAAASSSS)
       01  ws-matricula-lida.
           05  ws-matr-ano                         pic 9(04).
           05  ws-matr-seq                         pic 9(04).
       01  ws-matricula-num redefines ws-matricula-lida
                                                   pic 9(08).

       01  ws-tabela-anos.
           05  ws-ano-matr occurs 200 times.
               10  ws-tab-ano                      pic 9(04).
               10  ws-tab-maior-seq                pic 9(04).

       77  ws-qtd-anos                             pic 9(03) value zero.
       77  ws-ind-ano                              pic 9(03) value zero.
       77  ws-achou-ano                            pic x(01) value "N".
           88  achou-ano                            value "S".

       01  ws-log-dados.
           05  ws-log-data-hora                    pic x(21).
           05  ws-log-acao                         pic x(10).
           05  ws-log-detalhe                      pic x(100).

       77  ws-log-cod-aluno                        pic 9(08) value zero.
       77  ws-log-nome-aluno                       pic x(25) value spaces.

       77  ws-total-notas-orfas                    pic 9(05) value zero.
       77  ws-total-freq-orfas                     pic 9(05) value zero.
       77  ws-total-chamadas-orfas                 pic 9(05) value zero.
       77  ws-total-faltas-acima                   pic 9(05) value zero.
       77  ws-total-espera-invalida                pic 9(05) value zero.
       77  ws-total-hist-sem-turma                 pic 9(05) value zero.
       77  ws-total-controle-atrasado              pic 9(05) value zero.
       77  ws-total-quarentena                     pic 9(05) value zero.
       77  ws-total-erros                          pic 9(06) value zero.

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

      *>    o modo vem do arquivo de parametros; sem ele, o operador
      *>    escolhe pelo teclado. A quarentena exige supervisor
           perform ler-parametros

           if not veio-modo-do-parametro then
               display "'L' Listar inconsistencias  'Q' Quarentena dos orfaos: "
               accept ws-modo
           end-if

           if modo-quarentena then
               perform identificar-supervisor
           end-if

           open input arqRegistroAluno
           if ws-fs-arqRegistroAluno  <> 00 then
               move 1                                         to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegistroAluno "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    os demais arquivos podem ainda nao existir em uma instalacao
      *>    nova; nesse caso, criamos o arquivo vazio e nao ha o que
      *>    conferir nele
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

           open input arqDisciplina
           if ws-fs-arqDisciplina = 35 then
               open output arqDisciplina
               close arqDisciplina
               open input arqDisciplina
           end-if
           if ws-fs-arqDisciplina  <> 00
           and ws-fs-arqDisciplina <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqDisciplina                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplina "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    na quarentena as notas e frequencias orfas sao apagadas,
      *>    entao esses dois arquivos abrem para i-o
           if modo-quarentena then
               open i-o arqNotaDisciplina
           else
               open input arqNotaDisciplina
           end-if
           if ws-fs-arqNotaDisciplina = 35 then
               open output arqNotaDisciplina
               close arqNotaDisciplina
               if modo-quarentena then
                   open i-o arqNotaDisciplina
               else
                   open input arqNotaDisciplina
               end-if
           end-if
           if ws-fs-arqNotaDisciplina  <> 00
           and ws-fs-arqNotaDisciplina <> 05 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaDisciplina "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if modo-quarentena then
               open i-o arqFrequencia
           else
               open input arqFrequencia
           end-if
           if ws-fs-arqFrequencia = 35 then
               open output arqFrequencia
               close arqFrequencia
               if modo-quarentena then
                   open i-o arqFrequencia
               else
                   open input arqFrequencia
               end-if
           end-if
           if ws-fs-arqFrequencia  <> 00
           and ws-fs-arqFrequencia <> 05 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    a chamada diaria orfa tambem sai na quarentena, senao o
      *>    consolidaFrequencia refaria a frequencia apagada
           if modo-quarentena then
               open i-o arqChamadaDiaria
           else
               open input arqChamadaDiaria
           end-if
           if ws-fs-arqChamadaDiaria = 35 then
               open output arqChamadaDiaria
               close arqChamadaDiaria
               if modo-quarentena then
                   open i-o arqChamadaDiaria
               else
                   open input arqChamadaDiaria
               end-if
           end-if
           if ws-fs-arqChamadaDiaria  <> 00
           and ws-fs-arqChamadaDiaria <> 05 then
               move 30                                        to ws-msn-erro-ofsset
               move ws-fs-arqChamadaDiaria                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqChamadaDiaria "    to ws-msn-erro-text
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

           open input arqListaEspera
           if ws-fs-arqListaEspera = 35 then
               open output arqListaEspera
               close arqListaEspera
               open input arqListaEspera
           end-if
           if ws-fs-arqListaEspera  <> 00
           and ws-fs-arqListaEspera <> 05 then
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqListaEspera "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistoricoNota
           if ws-fs-arqHistoricoNota = 35 then
               open output arqHistoricoNota
               close arqHistoricoNota
               open input arqHistoricoNota
           end-if
           if ws-fs-arqHistoricoNota  <> 00
           and ws-fs-arqHistoricoNota <> 05 then
               move 8                                         to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNota                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistoricoNota "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqControleMatricula
           if ws-fs-arqControleMatricula = 35 then
               open output arqControleMatricula
               close arqControleMatricula
               open input arqControleMatricula
           end-if
           if ws-fs-arqControleMatricula  <> 00
           and ws-fs-arqControleMatricula <> 05 then
               move 9                                           to ws-msn-erro-ofsset
               move ws-fs-arqControleMatricula                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqControleMatricula "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqLogAlteracoes e arqQuarentena sao apenas gravacao
      *>    (append), e so na quarentena
           if modo-quarentena then

               open extend arqLogAlteracoes
               if ws-fs-arqLogAlteracoes = 35 then
                   open output arqLogAlteracoes
                   close arqLogAlteracoes
                   open extend arqLogAlteracoes
               end-if
               if ws-fs-arqLogAlteracoes  <> 00
               and ws-fs-arqLogAlteracoes <> 05 then
                   move 10                                        to ws-msn-erro-ofsset
                   move ws-fs-arqLogAlteracoes                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqLogAlteracoes "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open extend arqQuarentena
               if ws-fs-arqQuarentena = 35 then
                   open output arqQuarentena
                   close arqQuarentena
                   open extend arqQuarentena
               end-if
               if ws-fs-arqQuarentena  <> 00
               and ws-fs-arqQuarentena <> 05 then
                   move 11                                        to ws-msn-erro-ofsset
                   move ws-fs-arqQuarentena                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqQuarentena "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna; quando
      *>  existir a linha INTEGRIDADE-MODO, a conferencia roda sem
      *>  perguntar o modo
      *>------------------------------------------------------------------------
       ler-parametros section.

           open input arqParametros

           if  ws-fs-arqParametros <> 00
           and ws-fs-arqParametros <> 35 then
               move 12                                        to ws-msn-erro-ofsset
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

                   if ws-param-chave = "INTEGRIDADE-MODO"
                   and ws-param-valor not = spaces then
                       if ws-param-valor = "QUARENTENA" then
                           move "Q" to ws-modo
                       else
                           move "L" to ws-modo
                       end-if
                       move "S" to ws-tem-param-modo
                   end-if

                   read arqParametros

               end-perform

               close arqParametros

           end-if

           .
       ler-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A quarentena apaga registros: so roda com codigo e senha de
      *>  supervisor (nivel 2) conferidos em arqOperador; sem isso a
      *>  conferencia segue apenas listando
      *>------------------------------------------------------------------------
       identificar-supervisor section.

           open input arqOperador
           if ws-fs-arqOperador  <> 00 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqOperador                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperador "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Quarentena: codigo do supervisor: "
           accept ws-oper-cod

           display "Senha: "
           accept ws-senha-digitada

           move ws-oper-cod to fd-oper-cod

           read arqOperador

           if  ws-fs-arqOperador <> 0
           and ws-fs-arqOperador <> 23 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqOperador                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqOperador "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqOperador = 0
           and fd-oper-senha = ws-senha-digitada
           and fd-oper-nivel = 2 then
               move fd-oper-cod to ws-oper-logado-cod
           else
               display "Quarentena restrita ao supervisor!"
                       " A conferencia vai apenas listar."
               move "L" to ws-modo
           end-if

           close arqOperador

           .
       identificar-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - uma passada por arquivo conferido
      *>------------------------------------------------------------------------
       processamento section.

           display "==================================================="
           if modo-quarentena then
               display " CONFERENCIA DE INTEGRIDADE - COM QUARENTENA"
           else
               display " CONFERENCIA DE INTEGRIDADE"
           end-if
           display "==================================================="

           display " "
           display "--- Notas por disciplina orfas ---"
           perform conferir-notas

           display " "
           display "--- Frequencia orfa ou acima dos dias letivos ---"
           perform conferir-frequencia

           display " "
           display "--- Chamada diaria orfa ---"
           perform conferir-chamada

           display " "
           display "--- Lista de espera ---"
           perform conferir-lista-espera

           display " "
           display "--- Historico com turma inexistente ---"
           perform conferir-historico

           display " "
           display "--- Controle de numeracao de matricula ---"
           perform conferir-controle-matricula

           compute ws-total-erros = ws-total-notas-orfas
                                  + ws-total-freq-orfas
                                  + ws-total-chamadas-orfas
                                  + ws-total-faltas-acima
                                  + ws-total-espera-invalida
                                  + ws-total-hist-sem-turma
                                  + ws-total-controle-atrasado

           display " "
           display "Notas orfas                     : " ws-total-notas-orfas
           display "Frequencias orfas               : " ws-total-freq-orfas
           display "Chamadas diarias orfas          : " ws-total-chamadas-orfas
           display "Faltas acima dos dias letivos   : " ws-total-faltas-acima
           display "Lista de espera invalida        : " ws-total-espera-invalida
           display "Historico com turma inexistente : " ws-total-hist-sem-turma
           display "Controle de matricula atrasado  : " ws-total-controle-atrasado
           display "Registros em quarentena         : " ws-total-quarentena
           display "Inconsistencias nos arquivos    : " ws-total-erros

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Notas por disciplina de aluno ou de disciplina inexistente
      *>------------------------------------------------------------------------
       conferir-notas section.

           move low-values to fd-ndisc-chave
           start arqNotaDisciplina key is not less than fd-ndisc-chave

           if  ws-fs-arqNotaDisciplina <> 0
           and ws-fs-arqNotaDisciplina <> 10
           and ws-fs-arqNotaDisciplina <> 23 then
               move 14                                           to ws-msn-erro-ofsset
               move ws-fs-arqNotaDisciplina                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqNotaDisciplina "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqNotaDisciplina <> 0

               read arqNotaDisciplina next

               if ws-fs-arqNotaDisciplina = 0 then
                   perform conferir-nota-lida
               else
                   if ws-fs-arqNotaDisciplina <> 10 then
                       move 14                                           to ws-msn-erro-ofsset
                       move ws-fs-arqNotaDisciplina                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotaDisciplina "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-total-notas-orfas = zero then
               display "Nenhuma nota orfa."
           end-if

           .
       conferir-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia de uma nota lida: aluno e disciplina precisam
      *>  existir; orfa vai para a quarentena, se for o caso
      *>------------------------------------------------------------------------
       conferir-nota-lida section.

           move "N"    to ws-orfao
           move spaces to ws-motivo

           move fd-ndisc-cod-aluno to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno = 23 then
               move "S"                      to ws-orfao
               move "aluno inexistente"      to ws-motivo
               move "(aluno nao cadastrado)" to ws-log-nome-aluno
           else
               if ws-fs-arqRegistroAluno <> 0 then
                   move 15                                           to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fd-nome-aluno to ws-log-nome-aluno
           end-if

           if not registro-orfao then
               move fd-ndisc-cod-disc to fd-disc-cod

               read arqDisciplina

               if ws-fs-arqDisciplina = 23 then
                   move "S"                      to ws-orfao
                   move "disciplina inexistente" to ws-motivo
               else
                   if ws-fs-arqDisciplina <> 0 then
                       move 16                                           to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplina                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplina "            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if not registro-orfao then
               go to conferir-nota-lida-exit
           end-if

           display "Nota aluno " fd-ndisc-cod-aluno
                   " disc " fd-ndisc-cod-disc " -> " ws-motivo

           if modo-quarentena then

               move "arqNotaDisciplina"  to ws-arquivo-quarentena
               move fd-nota-disciplina   to ws-registro-quarentena
               move fd-ndisc-cod-aluno   to ws-log-cod-aluno

               move spaces to ws-log-detalhe
               string "NOTA DISC "            delimited by size
                      fd-ndisc-cod-disc       delimited by size
                      " "                     delimited by size
                      ws-motivo               delimited by size
                      into ws-log-detalhe
               end-string

               perform gravar-quarentena

               delete arqNotaDisciplina
               if ws-fs-arqNotaDisciplina <> 0 then
                   move 17                                           to ws-msn-erro-ofsset
                   move ws-fs-arqNotaDisciplina                      to ws-msn-erro-cod
                   move "Erro ao apagar arq. arqNotaDisciplina "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-total-quarentena
           else
               add 1 to ws-total-notas-orfas
           end-if

           .
       conferir-nota-lida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Frequencia de aluno inexistente e faltas acima dos dias
      *>  letivos, no mes e na soma do ano (quebra por aluno/ano)
      *>------------------------------------------------------------------------
       conferir-frequencia section.

           move "N" to ws-tem-acumulado

           move low-values to fd-freq-chave
           start arqFrequencia key is not less than fd-freq-chave

           if  ws-fs-arqFrequencia <> 0
           and ws-fs-arqFrequencia <> 10
           and ws-fs-arqFrequencia <> 23 then
               move 18                                           to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqFrequencia "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqFrequencia <> 0

               read arqFrequencia next

               if ws-fs-arqFrequencia = 0 then

                   if tem-ano-acumulado
                   and (fd-freq-cod-aluno <> ws-freq-aluno-atual
                    or  fd-freq-ano       <> ws-freq-ano-atual) then
                       perform conferir-faltas-ano
                   end-if

                   perform conferir-frequencia-lida

               else
                   if ws-fs-arqFrequencia <> 10 then
                       move 18                                           to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                          to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia "            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if tem-ano-acumulado then
               perform conferir-faltas-ano
           end-if

           if  ws-total-freq-orfas   = zero
           and ws-total-faltas-acima = zero then
               display "Nenhuma frequencia inconsistente."
           end-if

           .
       conferir-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia de um mes de frequencia lido
      *>------------------------------------------------------------------------
       conferir-frequencia-lida section.

           move fd-freq-cod-aluno to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 23 then
               move 19                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqRegistroAluno = 23 then

               move "(aluno nao cadastrado)" to ws-log-nome-aluno

               display "Frequencia aluno " fd-freq-cod-aluno
                       " " fd-freq-mes "/" fd-freq-ano
                       " -> aluno inexistente"

               if modo-quarentena then

                   move "arqFrequencia"      to ws-arquivo-quarentena
                   move fd-frequencia        to ws-registro-quarentena
                   move fd-freq-cod-aluno    to ws-log-cod-aluno

                   move spaces to ws-log-detalhe
                   string "FREQ "                 delimited by size
                          fd-freq-mes             delimited by size
                          "/"                     delimited by size
                          fd-freq-ano             delimited by size
                          " aluno inexistente"    delimited by size
                          into ws-log-detalhe
                   end-string

                   perform gravar-quarentena

                   delete arqFrequencia
                   if ws-fs-arqFrequencia <> 0 then
                       move 20                                           to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                          to ws-msn-erro-cod
                       move "Erro ao apagar arq. arqFrequencia "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-total-quarentena
               else
                   add 1 to ws-total-freq-orfas
               end-if

               go to conferir-frequencia-lida-exit
           end-if

      *>    dias letivos da turma do aluno no ano da frequencia
           move fd-cod-turma to fd-config-cod-turma
           move fd-freq-ano  to fd-config-ano

           read arqConfigTurma

           if ws-fs-arqConfigTurma = 0
           and fd-config-dias-letivos > zero then
               move fd-config-dias-letivos to ws-dias-letivos
           else
               if  ws-fs-arqConfigTurma <> 0
               and ws-fs-arqConfigTurma <> 23 then
                   move 21                                           to ws-msn-erro-ofsset
                   move ws-fs-arqConfigTurma                         to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConfigTurma "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-dias-letivos-padrao to ws-dias-letivos
           end-if

           if fd-freq-faltas > ws-dias-letivos then
               display "Frequencia aluno " fd-freq-cod-aluno
                       " " fd-freq-mes "/" fd-freq-ano
                       " -> " fd-freq-faltas " faltas no mes para "
                       ws-dias-letivos " dias letivos"
               add 1 to ws-total-faltas-acima
           end-if

           if not tem-ano-acumulado then
               move fd-freq-cod-aluno to ws-freq-aluno-atual
               move fd-freq-ano       to ws-freq-ano-atual
               move zero              to ws-faltas-ano
               move "S"               to ws-tem-acumulado
           end-if

           move ws-dias-letivos to ws-dias-ano-atual
           add fd-freq-faltas   to ws-faltas-ano

           .
       conferir-frequencia-lida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Chamada diaria de aluno inexistente
      *>------------------------------------------------------------------------
       conferir-chamada section.

           move low-values to fd-cham-chave
           start arqChamadaDiaria key is not less than fd-cham-chave

           if  ws-fs-arqChamadaDiaria <> 0
           and ws-fs-arqChamadaDiaria <> 10
           and ws-fs-arqChamadaDiaria <> 23 then
               move 31                                           to ws-msn-erro-ofsset
               move ws-fs-arqChamadaDiaria                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqChamadaDiaria "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqChamadaDiaria <> 0

               read arqChamadaDiaria next

               if ws-fs-arqChamadaDiaria = 0 then
                   perform conferir-chamada-lida
               else
                   if ws-fs-arqChamadaDiaria <> 10 then
                       move 31                                           to ws-msn-erro-ofsset
                       move ws-fs-arqChamadaDiaria                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqChamadaDiaria "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-total-chamadas-orfas = zero then
               display "Nenhuma chamada orfa."
           end-if

           .
       conferir-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia de uma chamada lida: o aluno precisa existir;
      *>  orfa vai para a quarentena, se for o caso
      *>------------------------------------------------------------------------
       conferir-chamada-lida section.

           move fd-cham-cod-aluno to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 23 then
               move 32                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqRegistroAluno = 0 then
               go to conferir-chamada-lida-exit
           end-if

           move "(aluno nao cadastrado)" to ws-log-nome-aluno

           display "Chamada aluno " fd-cham-cod-aluno
                   " dia " fd-cham-data
                   " turma " fd-cham-cod-turma
                   " -> aluno inexistente"

           if modo-quarentena then

               move "arqChamadaDiaria"   to ws-arquivo-quarentena
               move fd-chamada-diaria    to ws-registro-quarentena
               move fd-cham-cod-aluno    to ws-log-cod-aluno

               move spaces to ws-log-detalhe
               string "CHAMADA "              delimited by size
                      fd-cham-data            delimited by size
                      " aluno inexistente"    delimited by size
                      into ws-log-detalhe
               end-string

               perform gravar-quarentena

               delete arqChamadaDiaria
               if ws-fs-arqChamadaDiaria <> 0 then
                   move 33                                           to ws-msn-erro-ofsset
                   move ws-fs-arqChamadaDiaria                       to ws-msn-erro-cod
                   move "Erro ao apagar arq. arqChamadaDiaria "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-total-quarentena
           else
               add 1 to ws-total-chamadas-orfas
           end-if

           .
       conferir-chamada-lida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quebra de aluno/ano: soma das faltas do ano contra os dias
      *>  letivos
      *>------------------------------------------------------------------------
       conferir-faltas-ano section.

           if ws-faltas-ano > ws-dias-ano-atual then
               display "Frequencia aluno " ws-freq-aluno-atual
                       " ano " ws-freq-ano-atual
                       " -> " ws-faltas-ano " faltas no ano para "
                       ws-dias-ano-atual " dias letivos"
               add 1 to ws-total-faltas-acima
           end-if

           move "N"  to ws-tem-acumulado
           move zero to ws-faltas-ano

           .
       conferir-faltas-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista de espera: aluno inexistente, TRANSFERIDO ou ja ATIVO na
      *>  turma da fila
      *>------------------------------------------------------------------------
       conferir-lista-espera section.

           move low-values to fd-esp-chave
           start arqListaEspera key is not less than fd-esp-chave

           if  ws-fs-arqListaEspera <> 0
           and ws-fs-arqListaEspera <> 10
           and ws-fs-arqListaEspera <> 23 then
               move 22                                           to ws-msn-erro-ofsset
               move ws-fs-arqListaEspera                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqListaEspera "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqListaEspera <> 0

               read arqListaEspera next

               if ws-fs-arqListaEspera = 0 then

                   move spaces           to ws-motivo
                   move fd-esp-cod-aluno to fd-cod-aluno

                   read arqRegistroAluno

                   evaluate true
                       when ws-fs-arqRegistroAluno = 23
                           move "aluno inexistente" to ws-motivo
                       when ws-fs-arqRegistroAluno <> 0
                           move 23                                           to ws-msn-erro-ofsset
                           move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                           perform finaliza-anormal
                       when fd-situacao-alu = "TRANSFERIDO"
                           move "aluno TRANSFERIDO" to ws-motivo
                       when aluno-ativo
                        and fd-cod-turma = fd-esp-cod-turma
                           move "aluno ja esta na turma" to ws-motivo
                   end-evaluate

                   if ws-motivo <> spaces then
                       display "Espera turma " fd-esp-cod-turma
                               " seq " fd-esp-seq
                               " aluno " fd-esp-cod-aluno
                               " -> " ws-motivo
                       add 1 to ws-total-espera-invalida
                   end-if

               else
                   if ws-fs-arqListaEspera <> 10 then
                       move 22                                           to ws-msn-erro-ofsset
                       move ws-fs-arqListaEspera                         to ws-msn-erro-cod
                       move "Erro ao ler arq. arqListaEspera "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-total-espera-invalida = zero then
               display "Nenhuma entrada invalida na lista de espera."
           end-if

           .
       conferir-lista-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico de notas com turma que nao existe em arqTurma
      *>------------------------------------------------------------------------
       conferir-historico section.

           move low-values to fd-hist-chave
           start arqHistoricoNota key is not less than fd-hist-chave

           if  ws-fs-arqHistoricoNota <> 0
           and ws-fs-arqHistoricoNota <> 10
           and ws-fs-arqHistoricoNota <> 23 then
               move 24                                           to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNota                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqHistoricoNota "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqHistoricoNota <> 0

               read arqHistoricoNota next

      *>        turma 000 (aluno sem turma no fechamento) e ano anterior
      *>        ao da matricula (historico trazido da escola de origem)
      *>        nao sao turmas desta escola: nao ha o que conferir
               if ws-fs-arqHistoricoNota = 0
               and fd-hist-cod-turma <> zero
               and fd-hist-ano not < fd-hist-cod-aluno(1:4) then

                   move fd-hist-cod-turma to fd-turma-cod

                   read arqTurma

                   if ws-fs-arqTurma = 23 then
                       display "Historico aluno " fd-hist-cod-aluno
                               " ano " fd-hist-ano
                               " -> turma inexistente " fd-hist-cod-turma
                       add 1 to ws-total-hist-sem-turma
                   else
                       if ws-fs-arqTurma <> 0 then
                           move 25                                           to ws-msn-erro-ofsset
                           move ws-fs-arqTurma                               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurma "                 to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               else
                   if  ws-fs-arqHistoricoNota <> 0
                   and ws-fs-arqHistoricoNota <> 10 then
                       move 24                                           to ws-msn-erro-ofsset
                       move ws-fs-arqHistoricoNota                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistoricoNota "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-total-hist-sem-turma = zero then
               display "Nenhum historico com turma inexistente."
           end-if

           .
       conferir-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Controle de matricula: o maior sequencial gravado em cada ano
      *>  de ingresso contra o ultimo sequencial do arquivo de controle
      *>------------------------------------------------------------------------
       conferir-controle-matricula section.

           move zero to ws-qtd-anos

           move low-values to fd-cod-aluno
           start arqRegistroAluno key is not less than fd-cod-aluno

           if  ws-fs-arqRegistroAluno <> 0
           and ws-fs-arqRegistroAluno <> 10
           and ws-fs-arqRegistroAluno <> 23 then
               move 26                                           to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRegistroAluno <> 0

               read arqRegistroAluno next

               if ws-fs-arqRegistroAluno = 0 then
                   move fd-cod-aluno to ws-matricula-num
                   perform acumular-maior-seq
               else
                   if ws-fs-arqRegistroAluno <> 10 then
                       move 26                                           to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroAluno                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegistroAluno "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           move 1 to ws-ind-ano

           perform until ws-ind-ano > ws-qtd-anos

               move ws-tab-ano(ws-ind-ano) to fd-matr-ano

               read arqControleMatricula

               if ws-fs-arqControleMatricula = 23 then
                   move zero to fd-matr-ultimo-seq
               else
                   if ws-fs-arqControleMatricula <> 0 then
                       move 27                                           to ws-msn-erro-ofsset
                       move ws-fs-arqControleMatricula                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqControleMatricula "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if fd-matr-ultimo-seq < ws-tab-maior-seq(ws-ind-ano) then
                   display "Ano " ws-tab-ano(ws-ind-ano)
                           " -> controle no sequencial " fd-matr-ultimo-seq
                           ", maior matricula gravada no sequencial "
                           ws-tab-maior-seq(ws-ind-ano)
                   add 1 to ws-total-controle-atrasado
               end-if

               add 1 to ws-ind-ano

           end-perform

           if ws-total-controle-atrasado = zero then
               display "Controle de matricula em dia."
           end-if

           .
       conferir-controle-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Maior sequencial do ano de ingresso da matricula lida
      *>------------------------------------------------------------------------
       acumular-maior-seq section.

           move "N" to ws-achou-ano
           move 1   to ws-ind-ano

           perform until ws-ind-ano > ws-qtd-anos
           or achou-ano

               if ws-tab-ano(ws-ind-ano) = ws-matr-ano then
                   move "S" to ws-achou-ano
               else
                   add 1 to ws-ind-ano
               end-if

           end-perform

           if not achou-ano then
               if ws-qtd-anos >= 200 then
                   go to acumular-maior-seq-exit
               end-if
               add 1 to ws-qtd-anos
               move ws-qtd-anos to ws-ind-ano
               move ws-matr-ano to ws-tab-ano(ws-ind-ano)
               move zero        to ws-tab-maior-seq(ws-ind-ano)
           end-if

           if ws-matr-seq > ws-tab-maior-seq(ws-ind-ano) then
               move ws-matr-seq to ws-tab-maior-seq(ws-ind-ano)
           end-if

           .
       acumular-maior-seq-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao do registro orfao em arqQuarentena e da linha
      *>  QUARENTENA em arqLogAlteracoes
      *>------------------------------------------------------------------------
       gravar-quarentena section.

           move function current-date to ws-log-data-hora

           move spaces to fd-linha-quarentena
           string ws-arquivo-quarentena  delimited by space
                  "|"                    delimited by size
                  ws-log-data-hora(1:14) delimited by size
                  "|"                    delimited by size
                  ws-oper-logado-cod     delimited by size
                  "|"                    delimited by size
                  ws-registro-quarentena delimited by size
                  into fd-linha-quarentena
           end-string

           write fd-linha-quarentena

           if ws-fs-arqQuarentena <> 0 then
               move 28                                            to ws-msn-erro-ofsset
               move ws-fs-arqQuarentena                           to ws-msn-erro-cod
               move "Erro ao gravar arq. arqQuarentena "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "QUARENTENA" to ws-log-acao

           move spaces to fd-log-linha
           string ws-log-cod-aluno       delimited by size
                  " "                    delimited by size
                  ws-log-nome-aluno      delimited by size
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
               move 29                                            to ws-msn-erro-ofsset
               move ws-fs-arqLogAlteracoes                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqLogAlteracoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-quarentena-exit.
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
           close arqFrequencia
           close arqChamadaDiaria
           close arqConfigTurma
           close arqListaEspera
           close arqHistoricoNota
           close arqControleMatricula
           close arqLogAlteracoes
           close arqQuarentena
           move 8 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - inconsistencia que ficou nos arquivos devolve
      *>  FAIL ao fechamentoNoturno
      *>------------------------------------------------------------------------
       finaliza section.
           close arqRegistroAluno
           close arqTurma
           close arqDisciplina
           close arqNotaDisciplina
           close arqFrequencia
           close arqChamadaDiaria
           close arqConfigTurma
           close arqListaEspera
           close arqHistoricoNota
           close arqControleMatricula
           close arqLogAlteracoes
           close arqQuarentena
           if ws-total-erros > zero then
               move 8 to return-code
           else
               move zero to return-code
           end-if
           goback
           .
       finaliza-exit.
           exit.
