      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "declaracaoEscolar".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa da secretaria para emissao das declaracoes escolares
      *>numeradas e para a conferencia de uma declaracao apresentada.
      *>Tipos de declaracao:
      *>  M - matricula: cadastro (arqRegistroAluno) e turma (arqTurma)
      *>      do aluno; recusada se o aluno nao estiver ATIVO;
      *>  F - frequencia: faltas do ano corrente em arqFrequencia e o
      *>      percentual de frequencia sobre os dias letivos da
      *>      turma/ano (arqConfigTurma, 200 sem configuracao);
      *>  C - conclusao: ultimo ano APROVADO do aluno em
      *>      arqHistoricoNota, com turma e media.
      *>Cada declaracao recebe o proximo numero sequencial e um codigo
      *>de conferencia, gravados em arqDeclaracao com a data, a hora, o
      *>tipo, o aluno e o operador que emitiu; o texto sai na tela e em
      *>arqDeclaracao-N.txt (N = numero da declaracao) para impressao.
      *>Se o aluno tiver parcelas de mensalidade em aberto (arqParcela),
      *>a secretaria eh avisada e confirma a emissao. A conferencia
      *>pede o numero e o codigo impressos e mostra o que foi emitido,
      *>sem exigir identificacao; a emissao exige operador e senha.

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

           select arqFrequencia assign to "arqFrequencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqConfigTurma assign to "arqConfigTurma.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-config-chave
           file status is ws-fs-arqConfigTurma.

           select arqHistoricoNota assign to "arqHistoricoNota.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-arqHistoricoNota.

           select arqParcela assign to "arqParcela.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-parc-chave
           file status is ws-fs-arqParcela.

           select arqOperador assign to "arqOperador.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oper-cod
           file status is ws-fs-arqOperador.

           select arqDeclaracao assign to "arqDeclaracao.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-decl-numero
           file status is ws-fs-arqDeclaracao.

           select arqTextoDeclaracao assign to ws-nome-arquivo-saida
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTextoDeclaracao.

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

       fd arqFrequencia.
       01  fd-frequencia.
           05  fd-freq-chave.
               10  fd-freq-cod-aluno               pic 9(08).
               10  fd-freq-ano                     pic 9(04).
               10  fd-freq-mes                     pic 9(02).
           05  fd-freq-faltas                      pic 9(03) value zero.

       fd arqConfigTurma.
       01  fd-config-turma.
           05  fd-config-chave.
               10  fd-config-cod-turma             pic 9(03).
               10  fd-config-ano                   pic 9(04).
           05  fd-config-media-minima              pic 9(02)v99 value zero.
           05  fd-config-dias-letivos              pic 9(03) value zero.

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

       fd arqOperador.
       01  fd-cad-operador.
           05  fd-oper-cod                         pic 9(03).
           05  fd-oper-nome                        pic x(25).
           05  fd-oper-senha                       pic x(10).
           05  fd-oper-nivel                       pic 9(01).

      *>    registro das declaracoes emitidas: numero sequencial, codigo
      *>    de conferencia, data e hora, tipo, aluno, ano de referencia
      *>    do documento e operador que emitiu
       fd arqDeclaracao.
       01  fd-declaracao.
           05  fd-decl-numero                      pic 9(06).
           05  fd-decl-codigo                      pic 9(06) value zero.
           05  fd-decl-data                        pic 9(08) value zero.
           05  fd-decl-hora                        pic 9(06) value zero.
           05  fd-decl-tipo                        pic x(01).
               88  decl-matricula                  value "M".
               88  decl-frequencia                 value "F".
               88  decl-conclusao                  value "C".
           05  fd-decl-cod-aluno                   pic 9(08) value zero.
           05  fd-decl-ano                         pic 9(04) value zero.
           05  fd-decl-oper                        pic 9(03) value zero.

       fd arqTextoDeclaracao.
       01  fd-linha-declaracao                     pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqRegistroAluno                  pic  9(02).
       77  ws-fs-arqTurma                          pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqConfigTurma                    pic  9(02).
       77  ws-fs-arqHistoricoNota                  pic  9(02).
       77  ws-fs-arqParcela                        pic  9(02).
       77  ws-fs-arqOperador                       pic  9(02).
       77  ws-fs-arqDeclaracao                     pic  9(02).
       77  ws-fs-arqTextoDeclaracao                pic  9(02).

       77  ws-nome-arquivo-saida                   pic x(40).

       77  ws-opcao                                pic x(01).
       77  ws-sair                                 pic x(01) value "N".
           88  sair-programa                        value "S".

       77  ws-tipo                                 pic x(01).
           88  tipo-valido                          value "M" "F" "C".

       77  ws-confirma                             pic x(01).
           88  confirma-sim                         value "S" "s".

      *>    operador da emissao, conferido em arqOperador na primeira
      *>    emissao da sessao
       77  ws-oper-logado-cod                      pic 9(03) value zero.
       77  ws-senha-digitada                       pic x(10).

       77  ws-ultimo-numero                        pic 9(06) value zero.

       01  ws-data-hora.
           05  ws-dh-data                          pic 9(08).
           05  ws-dh-hora                          pic 9(06).
           05  ws-dh-centesimos                    pic 9(02).
           05  filler                              pic x(05).

       01  ws-data-atual redefines ws-data-hora.
           05  ws-da-ano                           pic 9(04).
           05  ws-da-mes                           pic 9(02).
           05  ws-da-dia                           pic 9(02).
           05  filler                              pic x(13).

      *>    codigo de conferencia: resto da divisao de uma combinacao do
      *>    numero, do aluno e do instante da emissao
       77  ws-calc-codigo                          pic 9(15) value zero.
       77  ws-calc-quociente                       pic 9(15) value zero.
       77  ws-codigo-gerado                        pic 9(06) value zero.
       77  ws-codigo-informado                     pic 9(06) value zero.
       77  ws-numero-informado                     pic 9(06) value zero.

       77  ws-qtd-parcelas-abertas                 pic 9(03) value zero.
       77  ws-valor-em-aberto                      pic 9(07)v99 value zero.
       77  ws-valor-ed                             pic z.zzz.zz9,99.

       77  ws-dias-letivos-padrao                  pic 9(03) value 200.
       77  ws-dias-letivos                         pic 9(03) value zero.
       77  ws-total-faltas                         pic 9(05) value zero.
       77  ws-pct-frequencia                       pic 9(03)v9 value zero.
       77  ws-pct-ed                               pic zz9,9.
       77  ws-media-ed                             pic z9,99.

      *>    ultimo ano aprovado do aluno para a declaracao de conclusao
       77  ws-achou-conclusao                      pic x(01) value "N".
           88  achou-conclusao                      value "S".
       77  ws-concl-ano                            pic 9(04) value zero.
       77  ws-concl-turma                          pic 9(03) value zero.
       77  ws-concl-media                          pic 9(02)v99 value zero.

       77  ws-nome-turma                           pic x(25).
       77  ws-turno-turma                          pic x(10).
       77  ws-nome-tipo                            pic x(12).
       77  ws-ano-referencia                       pic 9(04) value zero.

       01  ws-data-ed.
           05  ws-data-ed-dia                      pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-ed-mes                      pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-ed-ano                      pic 9(04).

       77  ws-linha                                pic x(80).

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

           open input arqOperador
           if ws-fs-arqOperador  <> 00 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqOperador                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperador "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    os demais arquivos podem ainda nao existir em uma instalacao
      *>    nova; nesse caso sao criados vazios
           open input arqTurma
           if ws-fs-arqTurma = 35 then
               open output arqTurma
               close arqTurma
               open input arqTurma
           end-if
           if ws-fs-arqTurma  <> 00
           and ws-fs-arqTurma <> 05 then
               move 3                                         to ws-msn-erro-ofsset
               move ws-fs-arqTurma                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurma "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               open output arqFrequencia
               close arqFrequencia
               open input arqFrequencia
           end-if
           if ws-fs-arqFrequencia  <> 00
           and ws-fs-arqFrequencia <> 05 then
               move 4                                         to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFrequencia "       to ws-msn-erro-text
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
               move 5                                         to ws-msn-erro-ofsset
               move ws-fs-arqConfigTurma                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConfigTurma "      to ws-msn-erro-text
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
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNota                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistoricoNota "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqParcela
           if ws-fs-arqParcela = 35 then
               open output arqParcela
               close arqParcela
               open input arqParcela
           end-if
           if ws-fs-arqParcela  <> 00
           and ws-fs-arqParcela <> 05 then
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqParcela                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDeclaracao
           if ws-fs-arqDeclaracao = 35 then
               open output arqDeclaracao
               close arqDeclaracao
               open i-o arqDeclaracao
           end-if
           if ws-fs-arqDeclaracao  <> 00
           and ws-fs-arqDeclaracao <> 05 then
               move 8                                         to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDeclaracao "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal - menu de emissao e conferencia
      *>------------------------------------------------------------------------
       processamento section.

           perform until sair-programa

               display " "
               display "------------ Declaracoes escolares ------------"
               display "1 - Emitir declaracao"
               display "2 - Conferir declaracao apresentada"
               display "0 - Sair"
               display "Opcao: "
               accept ws-opcao

               evaluate ws-opcao
                   when "1"
                       perform emitir-declaracao
                   when "2"
                       perform conferir-declaracao
                   when "0"
                       move "S" to ws-sair
                   when other
                       display "Opcao invalida!"
               end-evaluate

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador que emite, com codigo e senha
      *>  conferidos em arqOperador como no login da tela
      *>------------------------------------------------------------------------
       identificar-operador section.

           display "Codigo do operador: "
           accept fd-oper-cod

           display "Senha: "
           accept ws-senha-digitada

           read arqOperador

           if  ws-fs-arqOperador <> 0
           and ws-fs-arqOperador <> 23 then
               move 9                                         to ws-msn-erro-ofsset
               move ws-fs-arqOperador                         to ws-msn-erro-cod
               move "Erro ao ler arq. arqOperador "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqOperador = 0
           and fd-oper-senha = ws-senha-digitada then
               move fd-oper-cod to ws-oper-logado-cod
           else
               display "Codigo ou senha invalidos!"
           end-if

           .
       identificar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emissao: aluno, tipo, regras do tipo, aviso de mensalidade,
      *>  numeracao, registro e texto
      *>------------------------------------------------------------------------
       emitir-declaracao section.

           if ws-oper-logado-cod = zero then
               perform identificar-operador
               if ws-oper-logado-cod = zero then
                   go to emitir-declaracao-exit
               end-if
           end-if

           display "Matricula do aluno: "
           accept fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno = 23 then
               display "Aluno nao cadastrado!"
               go to emitir-declaracao-exit
           end-if

           if ws-fs-arqRegistroAluno <> 0 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqRegistroAluno                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqRegistroAluno "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Aluno: " fd-nome-aluno "  Situacao: " fd-situacao-alu
           display "Tipo: 'M' Matricula  'F' Frequencia  'C' Conclusao: "
           accept ws-tipo

           if not tipo-valido then
               display "Tipo de declaracao invalido!"
               go to emitir-declaracao-exit
           end-if

           move function current-date to ws-data-hora

      *>    cada tipo confere as proprias regras antes de numerar
           evaluate ws-tipo
               when "M"
                   if not aluno-ativo then
                       display "Declaracao de matricula recusada: aluno "
                               fd-situacao-alu
                       go to emitir-declaracao-exit
                   end-if
                   move "MATRICULA"  to ws-nome-tipo
                   move ws-da-ano    to ws-ano-referencia
               when "F"
                   if fd-cod-turma = zero then
                       display "Declaracao de frequencia recusada:"
                               " aluno sem turma"
                       go to emitir-declaracao-exit
                   end-if
                   move "FREQUENCIA" to ws-nome-tipo
                   move ws-da-ano    to ws-ano-referencia
                   perform apurar-frequencia
               when "C"
                   perform buscar-conclusao
                   if not achou-conclusao then
                       display "Declaracao de conclusao recusada: nenhum"
                               " ano APROVADO no historico"
                       go to emitir-declaracao-exit
                   end-if
                   move "CONCLUSAO"  to ws-nome-tipo
                   move ws-concl-ano to ws-ano-referencia
           end-evaluate

      *>    a declaracao nao depende da mensalidade, mas a secretaria
      *>    precisa saber das parcelas em aberto antes de entregar
           perform contar-parcelas-abertas

           if ws-qtd-parcelas-abertas > zero then
               move ws-valor-em-aberto to ws-valor-ed
               display "Atencao: aluno com " ws-qtd-parcelas-abertas
                       " parcela(s) de mensalidade em aberto, total "
                       ws-valor-ed
               display "Emitir a declaracao mesmo assim? 'S'/'N' "
               accept ws-confirma
               if not confirma-sim then
                   go to emitir-declaracao-exit
               end-if
           end-if

           perform registrar-declaracao

           perform imprimir-declaracao

           .
       emitir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Faltas do aluno no ano corrente e percentual de frequencia
      *>  sobre os dias letivos da turma/ano
      *>------------------------------------------------------------------------
       apurar-frequencia section.

           move fd-cod-turma to fd-config-cod-turma
           move ws-da-ano    to fd-config-ano

           read arqConfigTurma

           if ws-fs-arqConfigTurma = 0
           and fd-config-dias-letivos > zero then
               move fd-config-dias-letivos to ws-dias-letivos
           else
               if  ws-fs-arqConfigTurma <> 0
               and ws-fs-arqConfigTurma <> 23 then
                   move 11                                        to ws-msn-erro-ofsset
                   move ws-fs-arqConfigTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConfigTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-dias-letivos-padrao to ws-dias-letivos
           end-if

           move zero to ws-total-faltas

           move fd-cod-aluno to fd-freq-cod-aluno
           move ws-da-ano    to fd-freq-ano
           move zeros        to fd-freq-mes

           start arqFrequencia key is not less than fd-freq-chave

           if ws-fs-arqFrequencia = 0 then

               read arqFrequencia next

               perform until ws-fs-arqFrequencia <> 0
               or fd-freq-cod-aluno <> fd-cod-aluno
               or fd-freq-ano <> ws-da-ano

                   add fd-freq-faltas to ws-total-faltas

                   read arqFrequencia next

               end-perform
           end-if

           if  ws-fs-arqFrequencia <> 0
           and ws-fs-arqFrequencia <> 10
           and ws-fs-arqFrequencia <> 23 then
               move 12                                        to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqFrequencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-total-faltas >= ws-dias-letivos then
               move zero to ws-pct-frequencia
           else
               compute ws-pct-frequencia rounded =
                   (ws-dias-letivos - ws-total-faltas) * 100
                 / ws-dias-letivos
           end-if

           .
       apurar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultimo ano APROVADO do aluno em arqHistoricoNota
      *>------------------------------------------------------------------------
       buscar-conclusao section.

           move "N" to ws-achou-conclusao

           move fd-cod-aluno to fd-hist-cod-aluno
           move zeros        to fd-hist-ano

           start arqHistoricoNota key is not less than fd-hist-chave

           if ws-fs-arqHistoricoNota = 0 then

               read arqHistoricoNota next

               perform until ws-fs-arqHistoricoNota <> 0
               or fd-hist-cod-aluno <> fd-cod-aluno

                   if fd-hist-situacao = "APROVADO" then
                       move "S"               to ws-achou-conclusao
                       move fd-hist-ano       to ws-concl-ano
                       move fd-hist-cod-turma to ws-concl-turma
                       move fd-hist-media     to ws-concl-media
                   end-if

                   read arqHistoricoNota next

               end-perform
           end-if

           if  ws-fs-arqHistoricoNota <> 0
           and ws-fs-arqHistoricoNota <> 10
           and ws-fs-arqHistoricoNota <> 23 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqHistoricoNota                    to ws-msn-erro-cod
               move "Erro ao ler arq. arqHistoricoNota "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       buscar-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parcelas de mensalidade em aberto do aluno
      *>------------------------------------------------------------------------
       contar-parcelas-abertas section.

           move zero to ws-qtd-parcelas-abertas
           move zero to ws-valor-em-aberto

           move fd-cod-aluno to fd-parc-cod-aluno
           move zeros        to fd-parc-ano
           move zeros        to fd-parc-mes

           start arqParcela key is not less than fd-parc-chave

           if ws-fs-arqParcela = 0 then

               read arqParcela next

               perform until ws-fs-arqParcela <> 0
               or fd-parc-cod-aluno <> fd-cod-aluno

                   if parcela-aberta then
                       add 1             to ws-qtd-parcelas-abertas
                       add fd-parc-valor to ws-valor-em-aberto
                   end-if

                   read arqParcela next

               end-perform
           end-if

           if  ws-fs-arqParcela <> 0
           and ws-fs-arqParcela <> 10
           and ws-fs-arqParcela <> 23 then
               move 14                                          to ws-msn-erro-ofsset
               move ws-fs-arqParcela                            to ws-msn-erro-cod
               move "Erro ao ler arq. arqParcela "              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       contar-parcelas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Numeracao: o proximo numero eh o maior ja gravado mais um; o
      *>  codigo de conferencia vai junto no registro da declaracao
      *>------------------------------------------------------------------------
       registrar-declaracao section.

           move zero to ws-ultimo-numero

           move low-values to fd-decl-numero
           start arqDeclaracao key is not less than fd-decl-numero

           if  ws-fs-arqDeclaracao <> 0
           and ws-fs-arqDeclaracao <> 10
           and ws-fs-arqDeclaracao <> 23 then
               move 15                                        to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqDeclaracao "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqDeclaracao <> 0

               read arqDeclaracao next

               if ws-fs-arqDeclaracao = 0 then
                   move fd-decl-numero to ws-ultimo-numero
               else
                   if ws-fs-arqDeclaracao <> 10 then
                       move 15                                        to ws-msn-erro-ofsset
                       move ws-fs-arqDeclaracao                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDeclaracao "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           compute ws-calc-codigo =
               (ws-ultimo-numero + 1) * 7919
             + fd-cod-aluno * 31
             + ws-dh-hora * 100 + ws-dh-centesimos

           divide ws-calc-codigo by 999983
               giving ws-calc-quociente
               remainder ws-codigo-gerado
           end-divide

           initialize fd-declaracao
           compute fd-decl-numero = ws-ultimo-numero + 1
           move ws-codigo-gerado    to fd-decl-codigo
           move ws-dh-data          to fd-decl-data
           move ws-dh-hora          to fd-decl-hora
           move ws-tipo             to fd-decl-tipo
           move fd-cod-aluno        to fd-decl-cod-aluno
           move ws-ano-referencia   to fd-decl-ano
           move ws-oper-logado-cod  to fd-decl-oper

           write fd-declaracao

           if ws-fs-arqDeclaracao <> 0 then
               move 16                                        to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDeclaracao "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Texto da declaracao, na tela e em arqDeclaracao-N.txt
      *>------------------------------------------------------------------------
       imprimir-declaracao section.

           move spaces to ws-nome-arquivo-saida
           string "arqDeclaracao-"    delimited by size
                  fd-decl-numero      delimited by size
                  ".txt"              delimited by size
                  into ws-nome-arquivo-saida
           end-string

           open output arqTextoDeclaracao
           if ws-fs-arqTextoDeclaracao  <> 00 then
               move 17                                        to ws-msn-erro-ofsset
               move ws-fs-arqTextoDeclaracao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTextoDeclaracao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-da-dia to ws-data-ed-dia
           move ws-da-mes to ws-data-ed-mes
           move ws-da-ano to ws-data-ed-ano

           move spaces to ws-linha
           string "DECLARACAO DE "    delimited by size
                  ws-nome-tipo        delimited by space
                  " No "              delimited by size
                  fd-decl-numero      delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           move spaces to ws-linha
           perform gravar-linha

           move spaces to ws-linha
           string "Declaramos que "   delimited by size
                  fd-nome-aluno       delimited by "  "
                  ", matricula "      delimited by size
                  fd-cod-aluno        delimited by size
                  ","                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           move spaces to ws-linha
           string "filho(a) de "      delimited by size
                  fd-nome-mae         delimited by "  "
                  " e de "            delimited by size
                  fd-nome-pai         delimited by "  "
                  ","                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           evaluate true
               when decl-matricula
                   perform texto-matricula
               when decl-frequencia
                   perform texto-frequencia
               when decl-conclusao
                   perform texto-conclusao
           end-evaluate

           move spaces to ws-linha
           perform gravar-linha

           move spaces to ws-linha
           string "Emitida em "       delimited by size
                  ws-data-ed          delimited by size
                  " pelo operador "   delimited by size
                  fd-decl-oper        delimited by size
                  "."                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           move spaces to ws-linha
           string "Conferencia: numero " delimited by size
                  fd-decl-numero         delimited by size
                  " codigo "             delimited by size
                  fd-decl-codigo         delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           close arqTextoDeclaracao

           display " "
           display "Declaracao gravada em " ws-nome-arquivo-saida

           .
       imprimir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo da declaracao de matricula
      *>------------------------------------------------------------------------
       texto-matricula section.

           move fd-cod-turma to fd-turma-cod
           perform obter-turma

           move spaces to ws-linha
           string "esta regularmente matriculado(a) no ano letivo de "
                                      delimited by size
                  ws-ano-referencia   delimited by size
                  ","                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           move spaces to ws-linha
           string "na turma "         delimited by size
                  fd-cod-turma        delimited by size
                  " - "               delimited by size
                  ws-nome-turma       delimited by "  "
                  ", turno "          delimited by size
                  ws-turno-turma      delimited by "  "
                  "."                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           .
       texto-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo da declaracao de frequencia
      *>------------------------------------------------------------------------
       texto-frequencia section.

           move fd-cod-turma to fd-turma-cod
           perform obter-turma

           move ws-pct-frequencia to ws-pct-ed

           move spaces to ws-linha
           string "aluno(a) da turma " delimited by size
                  fd-cod-turma        delimited by size
                  " - "               delimited by size
                  ws-nome-turma       delimited by "  "
                  ", situacao "       delimited by size
                  fd-situacao-alu     delimited by "  "
                  ","                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           move spaces to ws-linha
           string "apresenta ate esta data frequencia de " delimited by size
                  function trim(ws-pct-ed) delimited by size
                  "% no ano letivo de " delimited by size
                  ws-ano-referencia   delimited by size
                  ","                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           move spaces to ws-linha
           string "com "              delimited by size
                  ws-total-faltas     delimited by size
                  " falta(s) para "   delimited by size
                  ws-dias-letivos     delimited by size
                  " dias letivos."    delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           .
       texto-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo da declaracao de conclusao
      *>------------------------------------------------------------------------
       texto-conclusao section.

           move ws-concl-turma to fd-turma-cod
           perform obter-turma

           move ws-concl-media to ws-media-ed

           move spaces to ws-linha
           string "concluiu com aprovacao o ano letivo de " delimited by size
                  ws-concl-ano        delimited by size
                  ","                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           move spaces to ws-linha
           string "na turma "         delimited by size
                  ws-concl-turma      delimited by size
                  " - "               delimited by size
                  ws-nome-turma       delimited by "  "
                  ", com media final " delimited by size
                  function trim(ws-media-ed) delimited by size
                  "."                 delimited by size
                  into ws-linha
           end-string
           perform gravar-linha

           .
       texto-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome e turno da turma posicionada em fd-turma-cod
      *>------------------------------------------------------------------------
       obter-turma section.

           read arqTurma

           if ws-fs-arqTurma = 0 then
               move fd-turma-nome  to ws-nome-turma
               move fd-turma-turno to ws-turno-turma
           else
               if ws-fs-arqTurma = 23 then
                   move "(turma nao cadastrada)" to ws-nome-turma
                   move spaces                   to ws-turno-turma
               else
                   move 18                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       obter-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha do texto: na tela e no arquivo para impressao
      *>------------------------------------------------------------------------
       gravar-linha section.

           display ws-linha

           move ws-linha to fd-linha-declaracao

           write fd-linha-declaracao

           if ws-fs-arqTextoDeclaracao <> 0 then
               move 19                                        to ws-msn-erro-ofsset
               move ws-fs-arqTextoDeclaracao                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqTextoDeclaracao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia de uma declaracao apresentada: numero e codigo
      *>  precisam bater com o registro
      *>------------------------------------------------------------------------
       conferir-declaracao section.

           display "Numero da declaracao: "
           accept ws-numero-informado

           display "Codigo de conferencia: "
           accept ws-codigo-informado

           move ws-numero-informado to fd-decl-numero

           read arqDeclaracao

           if  ws-fs-arqDeclaracao <> 0
           and ws-fs-arqDeclaracao <> 23 then
               move 20                                        to ws-msn-erro-ofsset
               move ws-fs-arqDeclaracao                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqDeclaracao "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqDeclaracao = 23
           or fd-decl-codigo <> ws-codigo-informado then
               display "** Declaracao NAO confere com o registro **"
               go to conferir-declaracao-exit
           end-if

           evaluate true
               when decl-matricula
                   move "MATRICULA"  to ws-nome-tipo
               when decl-frequencia
                   move "FREQUENCIA" to ws-nome-tipo
               when decl-conclusao
                   move "CONCLUSAO"  to ws-nome-tipo
           end-evaluate

           move fd-decl-cod-aluno to fd-cod-aluno

           read arqRegistroAluno

           if ws-fs-arqRegistroAluno = 23 then
               move "(aluno nao cadastrado)" to fd-nome-aluno
           else
               if ws-fs-arqRegistroAluno <> 0 then
                   move 21                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRegistroAluno                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegistroAluno "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-decl-data(7:2) to ws-data-ed-dia
           move fd-decl-data(5:2) to ws-data-ed-mes
           move fd-decl-data(1:4) to ws-data-ed-ano

           display "Declaracao autentica:"
           display "  Numero   : " fd-decl-numero
           display "  Tipo     : " ws-nome-tipo "  Ano " fd-decl-ano
           display "  Aluno    : " fd-decl-cod-aluno " " fd-nome-aluno
           display "  Emitida  : " ws-data-ed " " fd-decl-hora(1:2) ":"
                   fd-decl-hora(3:2) "  Operador " fd-decl-oper

           .
       conferir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           close arqRegistroAluno
           close arqTurma
           close arqFrequencia
           close arqConfigTurma
           close arqHistoricoNota
           close arqParcela
           close arqOperador
           close arqDeclaracao
           close arqTextoDeclaracao
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
           close arqFrequencia
           close arqConfigTurma
           close arqHistoricoNota
           close arqParcela
           close arqOperador
           close arqDeclaracao
           Stop run
           .
       finaliza-exit.
           exit.
