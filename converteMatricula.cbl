      *>codigo de aluno eh lido no leiaute antigo e regravado no
      *>leiaute novo em um arquivo novo*.txt (novoRegistroAluno.txt
      *>etc.), com a matricula nova = ano x 10000 + codigo antigo e os
      *>campos novos (capacidade, serie e proxima turma, nota de
      *>recuperacao, media final) zerados. O log de alteracoes eh
      *>reescrito com o codigo alargado na frente de cada linha, e o
      *>arquivo de controle de sequencia arqControleMatricula.txt eh
      *>semeado com o maior codigo antigo encontrado. Depois de conferir as contagens, o
      *>operador substitui cada arquivo antigo pelo novo*.txt
      *>correspondente, com backup feito antes.

           05  fd-turma-turno                      pic x(10).
           05  fd-turma-prof-resp                  pic x(25).
           05  fd-turma-capacidade                 pic 9(03) value zero.
           05  fd-turma-serie                      pic 9(02) value zero.
           05  fd-turma-proxima                    pic 9(03) value zero.

       fd novoNotaDisciplina.
       01  fd-nota-disciplina.
                   move fd-ant-turma-turno      to fd-turma-turno
                   move fd-ant-turma-prof-resp  to fd-turma-prof-resp
                   move zero                    to fd-turma-capacidade
                   move zero                    to fd-turma-serie
                   move zero                    to fd-turma-proxima

                   write fd-cad-turma
                   perform conferir-gravacao-novo
