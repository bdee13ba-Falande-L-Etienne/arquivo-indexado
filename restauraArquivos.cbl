           record key is fd-matr-ano
           file status is ws-fs-arqIndexado.

           select arqChamadaDiaria assign to "arqChamadaDiaria.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cham-chave
           file status is ws-fs-arqIndexado.

           select arqMatrizCurricular assign to "arqMatrizCurricular.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matriz-chave
           file status is ws-fs-arqIndexado.

           select arqMensalidadeValor assign to "arqMensalidadeValor.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mval-chave
           file status is ws-fs-arqIndexado.

           select arqParcela assign to "arqParcela.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-parc-chave
           file status is ws-fs-arqIndexado.

           select arqDeclaracao assign to "arqDeclaracao.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-decl-numero
           file status is ws-fs-arqIndexado.

           select arqOcorrencia assign to "arqOcorrencia.txt"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ocor-chave
           file status is ws-fs-arqIndexado.

           select arqBackup assign to ws-nome-backup
           organization is line sequential
           access mode is sequential
           05  fd-turma-turno                      pic x(10).
           05  fd-turma-prof-resp                  pic x(25).
           05  fd-turma-capacidade                 pic 9(03) value zero.
           05  fd-turma-serie                      pic 9(02) value zero.
           05  fd-turma-proxima                    pic 9(03) value zero.

       fd arqConfigTurma.
       01  fd-config-turma.
           05  fd-matr-ano                         pic 9(04).
           05  fd-matr-ultimo-seq                  pic 9(04) value zero.

       fd arqChamadaDiaria.
       01  fd-chamada-diaria.
           05  fd-cham-chave.
               10  fd-cham-cod-aluno               pic 9(08).
               10  fd-cham-data                    pic 9(08).
           05  fd-cham-cod-turma                   pic 9(03) value zero.
           05  fd-cham-presenca                    pic x(01) value "P".
               88  cham-falta                      value "F".
           05  fd-cham-oper                        pic 9(03) value zero.

       fd arqMatrizCurricular.
       01  fd-matriz-curricular.
           05  fd-matriz-chave.
               10  fd-matriz-cod-turma             pic 9(03).
               10  fd-matriz-cod-disc              pic 9(03).
           05  fd-matriz-prof                      pic x(25).
           05  fd-matriz-carga-semanal             pic 9(02) value zero.
           05  fd-matriz-ano                       pic 9(04) value zero.

       fd arqMensalidadeValor.
       01  fd-mensalidade-valor.
           05  fd-mval-chave.
               10  fd-mval-cod-turma               pic 9(03).
               10  fd-mval-ano                     pic 9(04).
           05  fd-mval-valor                       pic 9(05)v99 value zero.
           05  fd-mval-dia-venc                    pic 9(02) value zero.

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

       fd arqBackup.
       01  fd-linha-backup                         pic x(200).

           perform restaurar-lista-espera
           perform restaurar-controle-fechamento
           perform restaurar-controle-matricula
           perform restaurar-chamada-diaria
           perform restaurar-matriz-curricular
           perform restaurar-mensalidade-valor
           perform restaurar-parcela
           perform restaurar-declaracao
           perform restaurar-ocorrencia

           display " "
           display "Restauracao concluida."

               add 1 to ws-total-lido

      *>        backup anterior aos campos de serie e proxima turma
      *>        traz esses campos em branco; restauram zerados
               move fd-linha-backup to fd-cad-turma

               if fd-turma-serie not numeric then
                   move zero to fd-turma-serie
               end-if
               if fd-turma-proxima not numeric then
                   move zero to fd-turma-proxima
               end-if

               write fd-cad-turma
               perform conferir-gravacao-indexado
               add 1 to ws-total-gravado

       restaurar-controle-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restauracao de arqChamadaDiaria
      *>------------------------------------------------------------------------
       restaurar-chamada-diaria section.

           move spaces to ws-nome-backup
           string "bkpChamadaDiaria-"     delimited by size
                  ws-data-backup          delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-entrada

           if ws-fs-arqBackup = 35 then
               display "Backup " ws-nome-backup
                       " nao encontrado - arqChamadaDiaria"
                       " nao restaurado."
               go to restaurar-chamada-diaria-exit
           end-if

           open output arqChamadaDiaria
           if ws-fs-arqIndexado <> 00 then
               move 16                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqChamadaDiaria "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-total-lido
           move zero to ws-total-gravado

           read arqBackup

           perform until ws-fs-arqBackup <> 0

               add 1 to ws-total-lido

               write fd-chamada-diaria from fd-linha-backup
               perform conferir-gravacao-indexado
               add 1 to ws-total-gravado

               read arqBackup

           end-perform

      *>    a leitura do backup so pode terminar em fim de arquivo
      *>    (10); qualquer outro status eh erro de leitura e o
      *>    arquivo restaurado estaria truncado
           if ws-fs-arqBackup <> 10 then
               move 12                                             to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao ler arq. de backup "                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBackup
           close arqChamadaDiaria

           display "arqChamadaDiaria     : lidos " ws-total-lido
                   " gravados " ws-total-gravado

           .
       restaurar-chamada-diaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restauracao de arqMatrizCurricular
      *>------------------------------------------------------------------------
       restaurar-matriz-curricular section.

           move spaces to ws-nome-backup
           string "bkpMatrizCurricular-"  delimited by size
                  ws-data-backup          delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-entrada

           if ws-fs-arqBackup = 35 then
               display "Backup " ws-nome-backup
                       " nao encontrado - arqMatrizCurricular"
                       " nao restaurado."
               go to restaurar-matriz-curricular-exit
           end-if

           open output arqMatrizCurricular
           if ws-fs-arqIndexado <> 00 then
               move 17                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatrizCurricular "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-total-lido
           move zero to ws-total-gravado

           read arqBackup

           perform until ws-fs-arqBackup <> 0

               add 1 to ws-total-lido

               write fd-matriz-curricular from fd-linha-backup
               perform conferir-gravacao-indexado
               add 1 to ws-total-gravado

               read arqBackup

           end-perform

      *>    a leitura do backup so pode terminar em fim de arquivo
      *>    (10); qualquer outro status eh erro de leitura e o
      *>    arquivo restaurado estaria truncado
           if ws-fs-arqBackup <> 10 then
               move 12                                             to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao ler arq. de backup "                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBackup
           close arqMatrizCurricular

           display "arqMatrizCurricular  : lidos " ws-total-lido
                   " gravados " ws-total-gravado

           .
       restaurar-matriz-curricular-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restauracao de arqMensalidadeValor
      *>------------------------------------------------------------------------
       restaurar-mensalidade-valor section.

           move spaces to ws-nome-backup
           string "bkpMensalidadeValor-"  delimited by size
                  ws-data-backup          delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-entrada

           if ws-fs-arqBackup = 35 then
               display "Backup " ws-nome-backup
                       " nao encontrado - arqMensalidadeValor"
                       " nao restaurado."
               go to restaurar-mensalidade-valor-exit
           end-if

           open output arqMensalidadeValor
           if ws-fs-arqIndexado <> 00 then
               move 18                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidadeValor "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-total-lido
           move zero to ws-total-gravado

           read arqBackup

           perform until ws-fs-arqBackup <> 0

               add 1 to ws-total-lido

               write fd-mensalidade-valor from fd-linha-backup
               perform conferir-gravacao-indexado
               add 1 to ws-total-gravado

               read arqBackup

           end-perform

      *>    a leitura do backup so pode terminar em fim de arquivo
      *>    (10); qualquer outro status eh erro de leitura e o
      *>    arquivo restaurado estaria truncado
           if ws-fs-arqBackup <> 10 then
               move 12                                             to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao ler arq. de backup "                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBackup
           close arqMensalidadeValor

           display "arqMensalidadeValor  : lidos " ws-total-lido
                   " gravados " ws-total-gravado

           .
       restaurar-mensalidade-valor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restauracao de arqParcela
      *>------------------------------------------------------------------------
       restaurar-parcela section.

           move spaces to ws-nome-backup
           string "bkpParcela-"           delimited by size
                  ws-data-backup          delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-entrada

           if ws-fs-arqBackup = 35 then
               display "Backup " ws-nome-backup
                       " nao encontrado - arqParcela"
                       " nao restaurado."
               go to restaurar-parcela-exit
           end-if

           open output arqParcela
           if ws-fs-arqIndexado <> 00 then
               move 19                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-total-lido
           move zero to ws-total-gravado

           read arqBackup

           perform until ws-fs-arqBackup <> 0

               add 1 to ws-total-lido

               write fd-parcela from fd-linha-backup
               perform conferir-gravacao-indexado
               add 1 to ws-total-gravado

               read arqBackup

           end-perform

      *>    a leitura do backup so pode terminar em fim de arquivo
      *>    (10); qualquer outro status eh erro de leitura e o
      *>    arquivo restaurado estaria truncado
           if ws-fs-arqBackup <> 10 then
               move 12                                             to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao ler arq. de backup "                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBackup
           close arqParcela

           display "arqParcela           : lidos " ws-total-lido
                   " gravados " ws-total-gravado

           .
       restaurar-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restauracao de arqDeclaracao
      *>------------------------------------------------------------------------
       restaurar-declaracao section.

           move spaces to ws-nome-backup
           string "bkpDeclaracao-"        delimited by size
                  ws-data-backup          delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-entrada

           if ws-fs-arqBackup = 35 then
               display "Backup " ws-nome-backup
                       " nao encontrado - arqDeclaracao"
                       " nao restaurado."
               go to restaurar-declaracao-exit
           end-if

           open output arqDeclaracao
           if ws-fs-arqIndexado <> 00 then
               move 20                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDeclaracao "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-total-lido
           move zero to ws-total-gravado

           read arqBackup

           perform until ws-fs-arqBackup <> 0

               add 1 to ws-total-lido

               write fd-declaracao from fd-linha-backup
               perform conferir-gravacao-indexado
               add 1 to ws-total-gravado

               read arqBackup

           end-perform

      *>    a leitura do backup so pode terminar em fim de arquivo
      *>    (10); qualquer outro status eh erro de leitura e o
      *>    arquivo restaurado estaria truncado
           if ws-fs-arqBackup <> 10 then
               move 12                                             to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao ler arq. de backup "                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBackup
           close arqDeclaracao

           display "arqDeclaracao        : lidos " ws-total-lido
                   " gravados " ws-total-gravado

           .
       restaurar-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restauracao de arqOcorrencia
      *>------------------------------------------------------------------------
       restaurar-ocorrencia section.

           move spaces to ws-nome-backup
           string "bkpOcorrencia-"        delimited by size
                  ws-data-backup          delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-entrada

           if ws-fs-arqBackup = 35 then
               display "Backup " ws-nome-backup
                       " nao encontrado - arqOcorrencia"
                       " nao restaurado."
               go to restaurar-ocorrencia-exit
           end-if

           open output arqOcorrencia
           if ws-fs-arqIndexado <> 00 then
               move 21                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zero to ws-total-lido
           move zero to ws-total-gravado

           read arqBackup

           perform until ws-fs-arqBackup <> 0

               add 1 to ws-total-lido

               write fd-ocorrencia from fd-linha-backup
               perform conferir-gravacao-indexado
               add 1 to ws-total-gravado

               read arqBackup

           end-perform

      *>    a leitura do backup so pode terminar em fim de arquivo
      *>    (10); qualquer outro status eh erro de leitura e o
      *>    arquivo restaurado estaria truncado
           if ws-fs-arqBackup <> 10 then
               move 12                                             to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao ler arq. de backup "                  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBackup
           close arqOcorrencia

           display "arqOcorrencia        : lidos " ws-total-lido
                   " gravados " ws-total-gravado

           .
       restaurar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abertura do sequencial de backup com o nome ja montado; o
      *>  status 35 (inexistente) eh devolvido para o chamador decidir

           if  ws-fs-arqBackup <> 00
           and ws-fs-arqBackup <> 35 then
               move 9                                              to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao abrir arq. de backup "                to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       conferir-gravacao-indexado section.

           if ws-fs-arqIndexado <> 0 then
               move 10                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao gravar arquivo restaurado "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

