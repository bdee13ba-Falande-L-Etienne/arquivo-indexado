      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "exportaEducacenso".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa batch que gera a exportacao anual do censo escolar
      *>(Educacenso) de um ano letivo, em arqEducacenso-AAAA.txt,
      *>sequencial delimitado por "|" com o tipo de registro na
      *>primeira coluna:
      *>  - TURMA: uma linha por turma de arqTurma, com turno,
      *>    capacidade e professor responsavel;
      *>  - MATRICULA: uma linha por aluno vinculado a turma no ano,
      *>    com a matricula e a situacao do cadastro;
      *>  - RESULTADO: o resultado final do aluno no ano, de
      *>    arqHistoricoNota (APROVADO, REPROVADO, REPROVADO POR FALTA),
      *>    ou TRANSFERIDO com a data de fd-transf-data quando a
      *>    transferencia foi no proprio ano; ano ainda nao fechado sai
      *>    EM ANDAMENTO.
      *>Entram no censo os alunos com historico arquivado no ano e os
      *>transferidos no ano; enquanto o fechamento do ano nao estiver
      *>CONCLUIDO em arqControleFechamento, entram tambem os ATIVOS.
      *>Nunca entra aluno com matricula de ano de ingresso posterior
      *>ao ano letivo, nem aluno que saiu da escola (transferido,
      *>trancado ou concluido) em ano anterior, mesmo com historico
      *>arquivado no ano. A turma do aluno eh a do historico do ano ou, com
      *>o ano em aberto, a do cadastro.
      *>Antes de gravar o arquivo sai a lista dos alunos com dado
      *>obrigatorio faltando (endereco em branco, sem turma ou turma
      *>nao cadastrada, com todos os motivos do aluno na mesma linha),
      *>que ficam fora da exportacao; no fim sai a pagina de controle
      *>com os totais por turma e por situacao, para conferencia com o
      *>recibo do censo. O ano letivo vem de ANO-LETIVO= em
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

           select arqEducacenso assign to ws-nome-arquivo-saida
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqEducacenso.

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

       fd arqEducacenso.
       01  fd-linha-educacenso                     pic x(200).

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqHistoricoNota                  pic  9(02).
       77  ws-fs-arqControleFechamento             pic  9(02).
       77  ws-fs-arqEducacenso                     pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-param-valor                          pic x(40).

       77  ws-tem-param-ano                        pic x(01) value "N".
           88  veio-ano-do-parametro                value "S".

       77  ws-ano-letivo                           pic 9(04) value zero.

       77  ws-nome-arquivo-saida                   pic x(40).

      *>    totais por turma, com o codigo da turma como indice
       01  ws-tabela-turmas.
           05  ws-tur occurs 999 times.
               10  ws-tur-cadastrada               pic x(01).
                   88  turma-cadastrada             value "S".
               10  ws-tur-qtd-matric               pic 9(05).
               10  ws-tur-qtd-aprovado             pic 9(05).
               10  ws-tur-qtd-reprovado            pic 9(05).
               10  ws-tur-qtd-rep-falta            pic 9(05).
               10  ws-tur-qtd-transferido          pic 9(05).
               10  ws-tur-qtd-andamento            pic 9(05).

       77  ws-ind-tur                              pic 9(04) value zero.

      *>    enquadramento do aluno corrente no censo do ano
       77  ws-no-censo                             pic x(01) value "N".
           88  aluno-no-censo                       value "S".

       77  ws-achou-hist                           pic x(01) value "N".
           88  achou-historico                      value "S".

       77  ws-ano-fechado                          pic x(01) value "N".
           88  ano-fechado                          value "S".

       77  ws-motivo-pendencia                     pic x(60) value spaces.
       77  ws-ptr-motivo                           pic 9(02) value zero.

       77  ws-turma-censo                          pic 9(03) value zero.
       77  ws-resultado                            pic x(20).
       77  ws-situacao-cadastro                    pic x(11).
       77  ws-data-transf                          pic x(08).

       77  ws-qtd-turmas                           pic 9(05) value zero.
       77  ws-qtd-pendencias                       pic 9(05) value zero.
       77  ws-total-matric                         pic 9(05) value zero.
       77  ws-total-aprovado                       pic 9(05) value zero.
       77  ws-total-reprovado                      pic 9(05) value zero.
       77  ws-total-rep-falta                      pic 9(05) value zero.
       77  ws-total-transferido                    pic 9(05) value zero.
       77  ws-total-andamento                      pic 9(05) value zero.

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

      *>    arqHistoricoNota pode ainda nao existir se nenhum fechamento
      *>    de ano foi rodado; nesse caso todos saem EM ANDAMENTO
           open input arqHistoricoNota
           if ws-fs-arqHistoricoNota = 35 then
               open output arqHistoricoNota
               close arqHistoricoNota
               open input arqHistoricoNota
           end-if
           if ws-fs-arqHistoricoNota  <> 00
           and ws-fs-arqHistoricoNota <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNota                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistoricoNota "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    arqControleFechamento pode ainda nao existir se nenhum
      *>    fechamento de ano foi rodado; nesse caso o ano esta aberto
           open input arqControleFechamento
           if ws-fs-arqControleFechamento = 35 then
               open output arqControleFechamento
               close arqControleFechamento
               open input arqControleFechamento
           end-if
           if ws-fs-arqControleFechamento  <> 00
           and ws-fs-arqControleFechamento <> 05 then
               move 10                                          to ws-msn-erro-ofsset
               move ws-fs-arqControleFechamento                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqControleFechamento " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    na rotina noturna o ano vem do arquivo de parametros; sem
      *>    ele, o operador informa pelo teclado
           perform ler-parametros

           if not veio-ano-do-parametro then
               display "Informe o ano letivo do censo: "
               accept ws-ano-letivo
           end-if

      *>    com o fechamento do ano concluido, os ATIVOS sem historico
      *>    do ano sao matriculas do ano seguinte e ficam fora do censo
           move ws-ano-letivo to fd-ctrl-ano

           read arqControleFechamento

           if ws-fs-arqControleFechamento <> 0
           and ws-fs-arqControleFechamento <> 23 then
               move 11                                          to ws-msn-erro-ofsset
               move ws-fs-arqControleFechamento                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqControleFechamento "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqControleFechamento = 0
           and fechamento-concluido then
               move "S" to ws-ano-fechado
           end-if

           initialize ws-tabela-turmas

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do arquivo de parametros da rotina noturna: linha
      *>  ANO-LETIVO
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
      *>  Processamento Principal - turmas cadastradas, lista de
      *>  pendencias, gravacao do arquivo e pagina de controle
      *>------------------------------------------------------------------------
       processamento section.

           perform marcar-turmas

           perform listar-pendencias

           move spaces to ws-nome-arquivo-saida
           string "arqEducacenso-"     delimited by size
                  ws-ano-letivo        delimited by size
                  ".txt"               delimited by size
                  into ws-nome-arquivo-saida
           end-string

           open output arqEducacenso
           if ws-fs-arqEducacenso  <> 00 then
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqEducacenso                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEducacenso "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-turmas

           perform gravar-alunos

           perform imprimir-controle

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca na tabela as turmas cadastradas em arqTurma, para a
      *>  lista de pendencias saber se a turma do aluno existe
      *>------------------------------------------------------------------------
       marcar-turmas section.

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
                   if fd-turma-cod > zero then
                       move "S" to ws-tur-cadastrada(fd-turma-cod)
                   end-if
               else
                   if ws-fs-arqTurma <> 10 then
                       move 6                                         to ws-msn-erro-ofsset
                       move ws-fs-arqTurma                            to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       marcar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista dos alunos do censo com dado obrigatorio faltando; eles
      *>  ficam fora do arquivo ate o cadastro ser corrigido
      *>------------------------------------------------------------------------
       listar-pendencias section.

           display "==================================================="
           display " EDUCACENSO " ws-ano-letivo
                   " - ALUNOS COM DADOS OBRIGATORIOS FALTANDO"
           display "==================================================="

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

                   perform enquadrar-aluno

                   if  aluno-no-censo
                   and ws-motivo-pendencia <> spaces then
                       display " " fd-cod-aluno " " fd-nome-aluno
                               " " ws-motivo-pendencia
                       add 1 to ws-qtd-pendencias
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

           if ws-qtd-pendencias = zero then
               display " Nenhuma pendencia de cadastro."
           else
               display " Alunos fora da exportacao: " ws-qtd-pendencias
           end-if

           .
       listar-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas TURMA: uma por turma de arqTurma
      *>------------------------------------------------------------------------
       gravar-turmas section.

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

                   move spaces to fd-linha-educacenso
                   string "TURMA"                           delimited by size
                          "|"                               delimited by size
                          ws-ano-letivo                     delimited by size
                          "|"                               delimited by size
                          fd-turma-cod                      delimited by size
                          "|"                               delimited by size
                          function trim(fd-turma-nome)      delimited by size
                          "|"                               delimited by size
                          function trim(fd-turma-turno)     delimited by size
                          "|"                               delimited by size
                          fd-turma-capacidade               delimited by size
                          "|"                               delimited by size
                          function trim(fd-turma-prof-resp) delimited by size
                          into fd-linha-educacenso
                   end-string

                   perform gravar-linha-educacenso

                   add 1 to ws-qtd-turmas

               else
                   if ws-fs-arqTurma <> 10 then
                       move 6                                         to ws-msn-erro-ofsset
                       move ws-fs-arqTurma                            to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           .
       gravar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas MATRICULA e RESULTADO dos alunos do censo sem pendencia
      *>------------------------------------------------------------------------
       gravar-alunos section.

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

                   perform enquadrar-aluno

                   if  aluno-no-censo
                   and ws-motivo-pendencia = spaces then
                       perform gravar-aluno
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

           .
       gravar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Enquadramento do aluno corrente no censo do ano: se entra,
      *>  em qual turma, com qual resultado e se tem pendencia
      *>------------------------------------------------------------------------
       enquadrar-aluno section.

           move "N"    to ws-no-censo
           move "N"    to ws-achou-hist
           move spaces to ws-motivo-pendencia
           move spaces to ws-data-transf

      *>    matricula de ano de ingresso posterior ao ano letivo (AAAA
      *>    na frente do numero) nao pertence ao censo do ano
           if fd-cod-aluno(1:4) > ws-ano-letivo then
               go to enquadrar-aluno-exit
           end-if

           move fd-cod-aluno  to fd-hist-cod-aluno
           move ws-ano-letivo to fd-hist-ano

           read arqHistoricoNota

           if ws-fs-arqHistoricoNota = 0 then
               move "S"               to ws-achou-hist
               move fd-hist-cod-turma to ws-turma-censo
               move fd-hist-situacao  to ws-resultado
           else
               if ws-fs-arqHistoricoNota <> 23 then
                   move 8                                         to ws-msn-erro-ofsset
                   move ws-fs-arqHistoricoNota                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistoricoNota "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fd-cod-turma   to ws-turma-censo
               move "EM ANDAMENTO" to ws-resultado
           end-if

      *>    transferido no proprio ano sai TRANSFERIDO, mesmo que o
      *>    fechamento tenha arquivado as notas do ano
           if  fd-situacao-alu = "TRANSFERIDO"
           and fd-transf-data(1:4) = ws-ano-letivo then
               move "S"            to ws-no-censo
               move "TRANSFERIDO"  to ws-resultado
               move fd-transf-data to ws-data-transf
           end-if

      *>    o fechamento arquiva todo o cadastro, qualquer que seja a
      *>    situacao: quem saiu (transferido, trancado, concluido) em ano
      *>    anterior tem historico do ano, mas nao pertence ao censo
           if  not aluno-ativo
           and fd-transf-data(1:4) < ws-ano-letivo then
               go to enquadrar-aluno-exit
           end-if

           if achou-historico then
               move "S" to ws-no-censo
           end-if

           if  aluno-ativo
           and not ano-fechado then
               move "S" to ws-no-censo
           end-if

           if not aluno-no-censo then
               go to enquadrar-aluno-exit
           end-if

      *>    todos os motivos do aluno saem juntos, para o cadastro ser
      *>    corrigido de uma vez
           move 1 to ws-ptr-motivo

           if fd-endereco-alu = spaces then
               string "ENDERECO EM BRANCO  " delimited by size
                      into ws-motivo-pendencia
                      with pointer ws-ptr-motivo
               end-string
           end-if

           if ws-turma-censo = zero then
               string "SEM TURMA  "          delimited by size
                      into ws-motivo-pendencia
                      with pointer ws-ptr-motivo
               end-string
           else
               if not turma-cadastrada(ws-turma-censo) then
                   string "TURMA NAO CADASTRADA  " delimited by size
                          into ws-motivo-pendencia
                          with pointer ws-ptr-motivo
                   end-string
               end-if
           end-if

           .
       enquadrar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas MATRICULA e RESULTADO do aluno corrente, com a soma
      *>  nos totais da turma
      *>------------------------------------------------------------------------
       gravar-aluno section.

           move fd-situacao-alu to ws-situacao-cadastro
           if ws-situacao-cadastro = spaces then
               move "ATIVO" to ws-situacao-cadastro
           end-if

           move spaces to fd-linha-educacenso
           string "MATRICULA"                          delimited by size
                  "|"                                  delimited by size
                  ws-ano-letivo                        delimited by size
                  "|"                                  delimited by size
                  fd-cod-aluno                         delimited by size
                  "|"                                  delimited by size
                  function trim(fd-nome-aluno)         delimited by size
                  "|"                                  delimited by size
                  ws-turma-censo                       delimited by size
                  "|"                                  delimited by size
                  function trim(ws-situacao-cadastro)  delimited by size
                  into fd-linha-educacenso
           end-string

           perform gravar-linha-educacenso

           move spaces to fd-linha-educacenso
           string "RESULTADO"                          delimited by size
                  "|"                                  delimited by size
                  ws-ano-letivo                        delimited by size
                  "|"                                  delimited by size
                  fd-cod-aluno                         delimited by size
                  "|"                                  delimited by size
                  ws-turma-censo                       delimited by size
                  "|"                                  delimited by size
                  function trim(ws-resultado)          delimited by size
                  "|"                                  delimited by size
                  ws-data-transf                       delimited by size
                  into fd-linha-educacenso
           end-string

           perform gravar-linha-educacenso

           move ws-turma-censo to ws-ind-tur

           add 1 to ws-tur-qtd-matric(ws-ind-tur)
           add 1 to ws-total-matric

           evaluate ws-resultado
               when = "APROVADO"
                   add 1 to ws-tur-qtd-aprovado(ws-ind-tur)
                   add 1 to ws-total-aprovado
               when = "REPROVADO"
                   add 1 to ws-tur-qtd-reprovado(ws-ind-tur)
                   add 1 to ws-total-reprovado
               when = "REPROVADO POR FALTA"
                   add 1 to ws-tur-qtd-rep-falta(ws-ind-tur)
                   add 1 to ws-total-rep-falta
               when = "TRANSFERIDO"
                   add 1 to ws-tur-qtd-transferido(ws-ind-tur)
                   add 1 to ws-total-transferido
               when other
                   add 1 to ws-tur-qtd-andamento(ws-ind-tur)
                   add 1 to ws-total-andamento
           end-evaluate

           .
       gravar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagina de controle: totais por turma e por situacao, para
      *>  conferencia com o recibo do censo
      *>------------------------------------------------------------------------
       imprimir-controle section.

           display " "
           display "==================================================="
           display " EDUCACENSO " ws-ano-letivo " - PAGINA DE CONTROLE"
           display " Arquivo: " ws-nome-arquivo-saida
           display "==================================================="
           display " Turma Matric Aprov Reprov RepFal Transf Andam"

           move 1 to ws-ind-tur

           perform until ws-ind-tur > 999

               if turma-cadastrada(ws-ind-tur)
               or ws-tur-qtd-matric(ws-ind-tur) > zero then
                   display " " ws-ind-tur
                           "   " ws-tur-qtd-matric(ws-ind-tur)
                           " " ws-tur-qtd-aprovado(ws-ind-tur)
                           "  " ws-tur-qtd-reprovado(ws-ind-tur)
                           "  " ws-tur-qtd-rep-falta(ws-ind-tur)
                           "  " ws-tur-qtd-transferido(ws-ind-tur)
                           " " ws-tur-qtd-andamento(ws-ind-tur)
               end-if

               add 1 to ws-ind-tur

           end-perform

           display "---------------------------------------------------"
           display " Turmas exportadas       : " ws-qtd-turmas
           display " Matriculas exportadas   : " ws-total-matric
           display "   APROVADO              : " ws-total-aprovado
           display "   REPROVADO             : " ws-total-reprovado
           display "   REPROVADO POR FALTA   : " ws-total-rep-falta
           display "   TRANSFERIDO           : " ws-total-transferido
           display "   EM ANDAMENTO          : " ws-total-andamento
           display " Alunos com pendencia    : " ws-qtd-pendencias
                   " (fora do arquivo)"

           .
       imprimir-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma linha no arquivo do censo
      *>------------------------------------------------------------------------
       gravar-linha-educacenso section.

           write fd-linha-educacenso

           if ws-fs-arqEducacenso <> 0 then
               move 9                                         to ws-msn-erro-ofsset
               move ws-fs-arqEducacenso                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqEducacenso "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-educacenso-exit.
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
           close arqEducacenso
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
           close arqHistoricoNota
           close arqControleFechamento
           close arqEducacenso
           goback
           .
       finaliza-exit.
           exit.
