           05  fd-turma-turno                      pic x(10).
           05  fd-turma-prof-resp                  pic x(25).
           05  fd-turma-capacidade                 pic 9(03) value zero.
           05  fd-turma-serie                      pic 9(02) value zero.
           05  fd-turma-proxima                    pic 9(03) value zero.

       fd arqConfigTurma.
       01  fd-config-turma.
