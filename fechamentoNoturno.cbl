      *>("passo|OBRIGATORIO" ou "passo|OPCIONAL", na ordem de
      *>execucao), podendo incluir exportaAlunos, boletim,
      *>estatisticasTurma, backupArquivos, listaChamada,
      *>reconciliaTurma, alertaFrequencia, consolidaFrequencia (que
      *>deve vir antes dos passos que leem arqFrequencia),
      *>pendenciasLancamento, geraParcelas (que deve vir antes de
      *>relInadimplencia), relInadimplencia, verificaIntegridade
      *>(FAIL quando encontra inconsistencia entre os arquivos),
      *>indicadoresDisc (desempenho por disciplina e professor),
      *>relOcorrencias (ocorrencias do periodo e cartas aos
      *>responsaveis) e exportaEducacenso (censo escolar do ano
      *>letivo). FAIL em passo OBRIGATORIO interrompe a noite; em
      *>passo OPCIONAL a noite segue. Sem o arquivo de plano, roda
      *>a sequencia classica (exportaAlunos, boletim,
      *>estatisticasTurma). Cada passo le seus parametros de
      *>arqParametros.txt (ANO-LETIVO=, TURMA=, MES-REFERENCIA=,
      *>INTEGRIDADE-MODO=, OCORRENCIA-INICIO=, OCORRENCIA-FIM=,
      *>EXPORTA-SAIDA= etc.) e grava uma linha OK/FAIL em
      *>arqResumoFechamento.txt, com data e hora; o resumo eh
      *>acumulativo, cada noite acrescenta ao fim.
      *>No modo de religada (NOTURNO-MODO=RELIGADA em arqParametros) o
      *>resumo da ultima noite eh lido antes, e so os passos cujo
      *>ultimo resultado foi FAIL (ou que nunca rodaram) sao
               when = "alertaFrequencia"
                   call "alertaFrequencia"

               when = "consolidaFrequencia"
                   call "consolidaFrequencia"

               when = "pendenciasLancamento"
                   call "pendenciasLancamento"

               when = "geraParcelas"
                   call "geraParcelas"

               when = "relInadimplencia"
                   call "relInadimplencia"

               when = "verificaIntegridade"
                   call "verificaIntegridade"

               when = "indicadoresDisc"
                   call "indicadoresDisc"

               when = "relOcorrencias"
                   call "relOcorrencias"

               when = "exportaEducacenso"
                   call "exportaEducacenso"

               when other
                   display "Passo desconhecido no plano: " ws-nome-passo
                   move 8 to return-code
