      *>disciplina arquivadas em arqHistoricoNotaDisc, com o nome da
      *>disciplina vindo de arqDisciplina. No fim sai tambem o ano
      *>corrente em aberto, com as notas do cadastro e as notas por
      *>disciplina ainda em arqNotaDisciplina. Ao lado das faltas de
      *>cada ano saem os dias de suspensao das ocorrencias
      *>disciplinares do ano em arqOcorrencia. O aluno pode vir do
      *>arquivo de parametros arqParametros.txt (HISTORICO-ALUNO= e,
      *>para intervalo, HISTORICO-ALUNO-ATE=); sem parametro, o
      *>operador informa pelo teclado.
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqOcorrencia assign to "arqOcorrencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ocor-chave
           file status is ws-fs-arqOcorrencia.

           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           access mode is sequential
           05  fd-turma-turno                      pic x(10).
           05  fd-turma-prof-resp                  pic x(25).
           05  fd-turma-capacidade                 pic 9(03) value zero.
           05  fd-turma-serie                      pic 9(02) value zero.
           05  fd-turma-proxima                    pic 9(03) value zero.

       fd arqDisciplina.
       01  fd-cad-disciplina.
               10  fd-freq-mes                     pic 9(02).
           05  fd-freq-faltas                      pic 9(03) value zero.

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

       fd arqParametros.
       01  fd-linha-parametro                      pic x(80).

       77  ws-fs-arqHistoricoNota                  pic  9(02).
       77  ws-fs-arqHistoricoNotaDisc              pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqOcorrencia                     pic  9(02).
       77  ws-fs-arqParametros                     pic  9(02).

       77  ws-param-chave                          pic x(20).
       77  ws-media-aluno                          pic 9(02)v99 value zero.

       77  ws-total-faltas                         pic 9(04) value zero.
       77  ws-total-suspensao                      pic 9(04) value zero.

       77  ws-qtd-anos                             pic 9(03) value zero.
       77  ws-qtd-disciplinas                      pic 9(03) value zero.
               perform finaliza-anormal
           end-if

      *>    arqOcorrencia pode ainda nao existir se nenhuma ocorrencia
      *>    foi registrada; nesse caso os anos saem sem suspensao
           open input arqOcorrencia
           if ws-fs-arqOcorrencia = 35 then
               open output arqOcorrencia
               close arqOcorrencia
               open input arqOcorrencia
           end-if
           if ws-fs-arqOcorrencia  <> 00
           and ws-fs-arqOcorrencia <> 05 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           compute ws-ano-corrente =
               function numval(function current-date(1:4))

                   "  Situacao: " fd-hist-situacao

           perform apurar-faltas-ano
           perform apurar-suspensao-ano
           display " Faltas no ano: " ws-total-faltas
                   "  Dias de suspensao: " ws-total-suspensao

           perform imprimir-disciplinas-ano


           move ws-ano-corrente to ws-ano-historico
           perform apurar-faltas-ano
           perform apurar-suspensao-ano
           display " Faltas no ano: " ws-total-faltas
                   "  Dias de suspensao: " ws-total-suspensao

           move zero to ws-qtd-disciplinas

       apurar-faltas-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apuracao dos dias de suspensao do aluno em um ano: soma os
      *>  dias das ocorrencias de arqOcorrencia com data no ano
      *>------------------------------------------------------------------------
       apurar-suspensao-ano section.

           move zero to ws-total-suspensao

           move fd-cod-aluno     to fd-ocor-cod-aluno
           move zeros            to fd-ocor-data
           move ws-ano-historico to fd-ocor-data(1:4)
           move zeros            to fd-ocor-seq

           start arqOcorrencia key is not less than fd-ocor-chave

           if ws-fs-arqOcorrencia = 0 then

               read arqOcorrencia next

               perform until ws-fs-arqOcorrencia <> 0
               or fd-ocor-cod-aluno <> fd-cod-aluno
               or fd-ocor-data(1:4) <> ws-ano-historico

                   add fd-ocor-dias-suspensao to ws-total-suspensao

                   read arqOcorrencia next

               end-perform
           end-if

           .
       apurar-suspensao-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca do nome da turma apontada em fd-hist-cod-turma
      *>------------------------------------------------------------------------
           close arqHistoricoNota
           close arqHistoricoNotaDisc
           close arqFrequencia
           close arqOcorrencia
           Stop run
           .
       finaliza-anormal-exit.
           close arqHistoricoNota
           close arqHistoricoNotaDisc
           close arqFrequencia
           close arqOcorrencia
           Stop run
           .
       finaliza-exit.
