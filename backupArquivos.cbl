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

           perform copiar-lista-espera
           perform copiar-controle-fechamento
           perform copiar-controle-matricula
           perform copiar-chamada-diaria
           perform copiar-matriz-curricular
           perform copiar-mensalidade-valor
           perform copiar-parcela
           perform copiar-declaracao
           perform copiar-ocorrencia

           display " "
           display "Backup concluido."
       copiar-controle-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarga de arqChamadaDiaria
      *>------------------------------------------------------------------------
       copiar-chamada-diaria section.

           open input arqChamadaDiaria

           if ws-fs-arqIndexado = 35 then
               display "arqChamadaDiaria inexistente - pulado."
               go to copiar-chamada-diaria-exit
           end-if
           if ws-fs-arqIndexado <> 00 then
               move 15                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqChamadaDiaria "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-backup
           string "bkpChamadaDiaria-"     delimited by size
                  ws-data-hoje            delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-saida

           move zero to ws-total-copiado

           move low-values to fd-cham-chave
           start arqChamadaDiaria key is not less than fd-cham-chave

           perform until ws-fs-arqIndexado <> 0

               read arqChamadaDiaria next

               if ws-fs-arqIndexado = 0 then
                   write fd-linha-backup from fd-chamada-diaria
                   perform conferir-gravacao-backup
                   add 1 to ws-total-copiado
               end-if

           end-perform

      *>    a varredura so pode terminar em fim de arquivo (10) ou
      *>    arquivo vazio (23); qualquer outro status eh erro de
      *>    leitura e o backup estaria truncado
           if  ws-fs-arqIndexado <> 10
           and ws-fs-arqIndexado <> 23 then
               move 15                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao ler arq. arqChamadaDiaria "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqChamadaDiaria
           close arqBackup

           display "arqChamadaDiaria     : " ws-total-copiado
                   " registros em " ws-nome-backup

           .
       copiar-chamada-diaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarga de arqMatrizCurricular
      *>------------------------------------------------------------------------
       copiar-matriz-curricular section.

           open input arqMatrizCurricular

           if ws-fs-arqIndexado = 35 then
               display "arqMatrizCurricular inexistente - pulado."
               go to copiar-matriz-curricular-exit
           end-if
           if ws-fs-arqIndexado <> 00 then
               move 16                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatrizCurricular "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-backup
           string "bkpMatrizCurricular-"  delimited by size
                  ws-data-hoje            delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-saida

           move zero to ws-total-copiado

           move low-values to fd-matriz-chave
           start arqMatrizCurricular key is not less than fd-matriz-chave

           perform until ws-fs-arqIndexado <> 0

               read arqMatrizCurricular next

               if ws-fs-arqIndexado = 0 then
                   write fd-linha-backup from fd-matriz-curricular
                   perform conferir-gravacao-backup
                   add 1 to ws-total-copiado
               end-if

           end-perform

      *>    a varredura so pode terminar em fim de arquivo (10) ou
      *>    arquivo vazio (23); qualquer outro status eh erro de
      *>    leitura e o backup estaria truncado
           if  ws-fs-arqIndexado <> 10
           and ws-fs-arqIndexado <> 23 then
               move 16                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao ler arq. arqMatrizCurricular "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMatrizCurricular
           close arqBackup

           display "arqMatrizCurricular  : " ws-total-copiado
                   " registros em " ws-nome-backup

           .
       copiar-matriz-curricular-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarga de arqMensalidadeValor
      *>------------------------------------------------------------------------
       copiar-mensalidade-valor section.

           open input arqMensalidadeValor

           if ws-fs-arqIndexado = 35 then
               display "arqMensalidadeValor inexistente - pulado."
               go to copiar-mensalidade-valor-exit
           end-if
           if ws-fs-arqIndexado <> 00 then
               move 17                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidadeValor "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-backup
           string "bkpMensalidadeValor-"  delimited by size
                  ws-data-hoje            delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-saida

           move zero to ws-total-copiado

           move low-values to fd-mval-chave
           start arqMensalidadeValor key is not less than fd-mval-chave

           perform until ws-fs-arqIndexado <> 0

               read arqMensalidadeValor next

               if ws-fs-arqIndexado = 0 then
                   write fd-linha-backup from fd-mensalidade-valor
                   perform conferir-gravacao-backup
                   add 1 to ws-total-copiado
               end-if

           end-perform

      *>    a varredura so pode terminar em fim de arquivo (10) ou
      *>    arquivo vazio (23); qualquer outro status eh erro de
      *>    leitura e o backup estaria truncado
           if  ws-fs-arqIndexado <> 10
           and ws-fs-arqIndexado <> 23 then
               move 17                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao ler arq. arqMensalidadeValor "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMensalidadeValor
           close arqBackup

           display "arqMensalidadeValor  : " ws-total-copiado
                   " registros em " ws-nome-backup

           .
       copiar-mensalidade-valor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarga de arqParcela
      *>------------------------------------------------------------------------
       copiar-parcela section.

           open input arqParcela

           if ws-fs-arqIndexado = 35 then
               display "arqParcela inexistente - pulado."
               go to copiar-parcela-exit
           end-if
           if ws-fs-arqIndexado <> 00 then
               move 18                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqParcela "               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-backup
           string "bkpParcela-"           delimited by size
                  ws-data-hoje            delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-saida

           move zero to ws-total-copiado

           move low-values to fd-parc-chave
           start arqParcela key is not less than fd-parc-chave

           perform until ws-fs-arqIndexado <> 0

               read arqParcela next

               if ws-fs-arqIndexado = 0 then
                   write fd-linha-backup from fd-parcela
                   perform conferir-gravacao-backup
                   add 1 to ws-total-copiado
               end-if

           end-perform

      *>    a varredura so pode terminar em fim de arquivo (10) ou
      *>    arquivo vazio (23); qualquer outro status eh erro de
      *>    leitura e o backup estaria truncado
           if  ws-fs-arqIndexado <> 10
           and ws-fs-arqIndexado <> 23 then
               move 18                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao ler arq. arqParcela "                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqParcela
           close arqBackup

           display "arqParcela           : " ws-total-copiado
                   " registros em " ws-nome-backup

           .
       copiar-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarga de arqDeclaracao
      *>------------------------------------------------------------------------
       copiar-declaracao section.

           open input arqDeclaracao

           if ws-fs-arqIndexado = 35 then
               display "arqDeclaracao inexistente - pulado."
               go to copiar-declaracao-exit
           end-if
           if ws-fs-arqIndexado <> 00 then
               move 19                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDeclaracao "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-backup
           string "bkpDeclaracao-"        delimited by size
                  ws-data-hoje            delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-saida

           move zero to ws-total-copiado

           move low-values to fd-decl-numero
           start arqDeclaracao key is not less than fd-decl-numero

           perform until ws-fs-arqIndexado <> 0

               read arqDeclaracao next

               if ws-fs-arqIndexado = 0 then
                   write fd-linha-backup from fd-declaracao
                   perform conferir-gravacao-backup
                   add 1 to ws-total-copiado
               end-if

           end-perform

      *>    a varredura so pode terminar em fim de arquivo (10) ou
      *>    arquivo vazio (23); qualquer outro status eh erro de
      *>    leitura e o backup estaria truncado
           if  ws-fs-arqIndexado <> 10
           and ws-fs-arqIndexado <> 23 then
               move 19                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao ler arq. arqDeclaracao "              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDeclaracao
           close arqBackup

           display "arqDeclaracao        : " ws-total-copiado
                   " registros em " ws-nome-backup

           .
       copiar-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarga de arqOcorrencia
      *>------------------------------------------------------------------------
       copiar-ocorrencia section.

           open input arqOcorrencia

           if ws-fs-arqIndexado = 35 then
               display "arqOcorrencia inexistente - pulado."
               go to copiar-ocorrencia-exit
           end-if
           if ws-fs-arqIndexado <> 00 then
               move 20                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOcorrencia "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-backup
           string "bkpOcorrencia-"        delimited by size
                  ws-data-hoje            delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-backup
           end-string

           perform abrir-backup-saida

           move zero to ws-total-copiado

           move low-values to fd-ocor-chave
           start arqOcorrencia key is not less than fd-ocor-chave

           perform until ws-fs-arqIndexado <> 0

               read arqOcorrencia next

               if ws-fs-arqIndexado = 0 then
                   write fd-linha-backup from fd-ocorrencia
                   perform conferir-gravacao-backup
                   add 1 to ws-total-copiado
               end-if

           end-perform

      *>    a varredura so pode terminar em fim de arquivo (10) ou
      *>    arquivo vazio (23); qualquer outro status eh erro de
      *>    leitura e o backup estaria truncado
           if  ws-fs-arqIndexado <> 10
           and ws-fs-arqIndexado <> 23 then
               move 20                                             to ws-msn-erro-ofsset
               move ws-fs-arqIndexado                              to ws-msn-erro-cod
               move "Erro ao ler arq. arqOcorrencia "              to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOcorrencia
           close arqBackup

           display "arqOcorrencia        : " ws-total-copiado
                   " registros em " ws-nome-backup

           .
       copiar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abertura do sequencial de backup com o nome ja montado
      *>------------------------------------------------------------------------
           open output arqBackup

           if ws-fs-arqBackup <> 00 then
               move 9                                              to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao abrir arq. de backup "                to ws-msn-erro-text
               perform finaliza-anormal
           end-if

       conferir-gravacao-backup section.

           if ws-fs-arqBackup <> 0 then
               move 10                                             to ws-msn-erro-ofsset
               move ws-fs-arqBackup                                to ws-msn-erro-cod
               move "Erro ao gravar arq. de backup "               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

