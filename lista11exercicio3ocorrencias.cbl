      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3ocorrencias".
       author. "Thays Popper".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arqAlunos assign to "arqAlunosIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-id-aluno
           alternate record key is fd-cod with duplicates
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAlunos.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-cod
           file status is ws-fs-arqTurmas.

      *>----Ocorrencias disciplinares (lista11exercicio3indexado)
           select arqOcorrencias assign to "arqOcorrencias.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-ocor
           file status is ws-fs-arqOcorrencias.

      *>----Relatorio mensal de ocorrencias por turma
           select arqRelOcorrencias assign to "relOcorrencias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelOcorrencias.

      *>----Arquivo de classificacao por turma, data e aluno
           select arqSortOcor assign to "sortOcorrencias.tmp".

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Layout do arqAlunosIndexed.dat (lista11exercicio3indexado)
       fd  arqAlunos.
       01  fd-alunos.
           05  fd-id-aluno                         pic 9(05).
           05  fd-aluno                            pic x(25).
           05  fd-endereco                         pic x(35).
           05  fd-mae                              pic x(25).
           05  fd-pai                              pic x(25).
           05  fd-tel                              pic x(15).
           05  fd-cod                              pic x(03).
           05  fd-notas.
               10 fd-nota1                         pic 9(02)v99.
               10 fd-nota2                         pic 9(02)v99.
               10 fd-nota3                         pic 9(02)v99.
               10 fd-nota4                         pic 9(02)v99.
               10 fd-media                         pic 9(02)v99.
           05  fd-status                           pic x(01).
           05  fd-situacao                         pic x(02).

      *>----Layout do arqTurmas.dat (lista11exercicio3indexado)
       fd  arqTurmas.
       01  fd-turmas.
           05  fd-tu-cod                           pic x(03).
           05  fd-tu-descricao                     pic x(20).
           05  fd-tu-capacidade                    pic 9(03).
           05  fd-tu-mensalidade                   pic 9(05)v99.

      *>----Layout do arqOcorrencias.dat (lista11exercicio3indexado)
       fd  arqOcorrencias.
       01  fd-ocorrencias.
           05  fd-chave-ocor.
               10  fd-oc-id-aluno                  pic 9(05).
               10  fd-oc-data                      pic 9(08).
               10  fd-oc-seq                       pic 9(02).
           05  fd-oc-tipo                          pic x(01).
           05  fd-oc-descricao                     pic x(60).
           05  fd-oc-operador                      pic x(06).
           05  fd-oc-dias-susp                     pic 9(02).
           05  fd-oc-susp-ini                      pic 9(08).
           05  fd-oc-susp-fim                      pic 9(08).
           05  fd-oc-cod-turma                     pic x(03).

       fd  arqRelOcorrencias.
       01  fd-rel-linha                            pic x(90).

       sd  arqSortOcor.
       01  sd-ocor-reg.
           05  sd-oc-cod-turma                     pic x(03).
           05  sd-oc-data                          pic 9(08).
           05  sd-oc-id-aluno                      pic 9(05).
           05  sd-oc-seq                           pic 9(02).
           05  sd-oc-aluno                         pic x(25).
           05  sd-oc-tipo                          pic x(01).
           05  sd-oc-descricao                     pic x(60).
           05  sd-oc-operador                      pic x(06).
           05  sd-oc-dias-susp                     pic 9(02).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqOcorrencias                    pic  9(02).
       77  ws-fs-arqRelOcorrencias                 pic  9(02).

      *>----Parametros: mes e turma (vazio = todas)
       77  ws-ano-mes                              pic 9(06).
       77  ws-cod                                  pic x(03).
       77  ws-data-ini                             pic 9(08).
       77  ws-data-fim                             pic 9(08).

       77  ws-fim-sort-ocor                        pic x(01).
       77  ws-turma-ant                            pic x(03).
       77  ws-tu-descricao                         pic x(20).
       77  ws-tipo-desc                            pic x(20).

      *>----Totais por turma e gerais
       77  ws-qtd-turma                            pic 9(05).
       77  ws-qtd-adv-turma                        pic 9(05).
       77  ws-qtd-susp-turma                       pic 9(05).
       77  ws-qtd-dano-turma                       pic 9(05).
       77  ws-qtd-outra-turma                      pic 9(05).
       77  ws-dias-susp-turma                      pic 9(05).
       77  ws-qtd-turmas                           pic 9(05).
       77  ws-qtd-ocorrencias                      pic 9(06).
       77  ws-dias-susp-total                      pic 9(06).

       01  ws-rel-detalhe.
           05  filler                              pic x(02) value space.
           05  ws-rel-data                         pic 9(08).
           05  filler                              pic x(02) value space.
           05  ws-rel-id                           pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-rel-aluno                        pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-rel-tipo                         pic x(20).
           05  filler                              pic x(01) value space.
           05  ws-rel-dias                         pic z9.
           05  filler                              pic x(03) value space.
           05  ws-rel-operador                     pic x(06).

       01  ws-rel-texto                            pic x(90).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform relatorio-ocorrencias.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametros, abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Ocorrencias Disciplinares do Mes ===="
           display " Informe o mes (aaaamm):"
           accept ws-ano-mes
           display " Informe o Cod da turma (vazio = todas):"
           move spaces to ws-cod
           accept ws-cod

           compute ws-data-ini = (ws-ano-mes * 100) + 1
           compute ws-data-fim = (ws-ano-mes * 100) + 31

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                          to ws-msn-erro-cod
               move "Erro ao abrir arq. turmas "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqOcorrencias
           if ws-fs-arqOcorrencias <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqOcorrencias                     to ws-msn-erro-cod
               move "Erro ao abrir arq. ocorrencias "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelOcorrencias
           if ws-fs-arqRelOcorrencias <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelOcorrencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. ocorrencias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           string "Relatorio de Ocorrencias Disciplinares por Turma - mes "
                  ws-ano-mes (5:2) "/" ws-ano-mes (1:4)
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "  Data      Id    Aluno                     Tipo                 Susp  Oper."
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-turma-ant
           move 0      to ws-qtd-turma
           move 0      to ws-qtd-adv-turma
           move 0      to ws-qtd-susp-turma
           move 0      to ws-qtd-dano-turma
           move 0      to ws-qtd-outra-turma
           move 0      to ws-dias-susp-turma
           move 0      to ws-qtd-turmas
           move 0      to ws-qtd-ocorrencias
           move 0      to ws-dias-susp-total
           move "N"    to ws-fim-sort-ocor

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ocorrencias do mes classificadas por turma, data e aluno
      *>------------------------------------------------------------------------
       relatorio-ocorrencias section.

           sort arqSortOcor
               on ascending key sd-oc-cod-turma
                                sd-oc-data
                                sd-oc-id-aluno
                                sd-oc-seq
               input procedure is carregar-ocor-sort
               output procedure is gravar-ocor-sort

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Turmas com ocorrencias....: " ws-qtd-turmas
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Ocorrencias no mes........: " ws-qtd-ocorrencias
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Dias de suspensao.........: " ws-dias-susp-total
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Ocorrencias: " ws-qtd-ocorrencias " em " ws-qtd-turmas
                   " turma(s), " ws-dias-susp-total " dia(s) de suspensao"
           display "Relatorio gravado em relOcorrencias.txt"

           .
       relatorio-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do sort: ocorrencias do mes (da turma
      *>  informada), pela turma do aluno na data da ocorrencia
      *>------------------------------------------------------------------------
       carregar-ocor-sort section.

           move 0 to fd-oc-id-aluno
           move 0 to fd-oc-data
           move 0 to fd-oc-seq
           start arqOcorrencias key is >= fd-chave-ocor
           if ws-fs-arqOcorrencias = 0 then
               perform until ws-fs-arqOcorrencias <> 0
                   read arqOcorrencias next
                   if ws-fs-arqOcorrencias = 0 then
                       if  fd-oc-data >= ws-data-ini
                       and fd-oc-data <= ws-data-fim
                       and (ws-cod = spaces or fd-oc-cod-turma = ws-cod) then
                           perform liberar-ocorrencia
                       end-if
                   else
                       if ws-fs-arqOcorrencias <> 10 then
                           move 5                                        to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias                     to ws-msn-erro-cod
                           move "Erro ao ler arq. ocorrencias "          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       carregar-ocor-sort-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome do aluno e liberacao da ocorrencia corrente para o sort
      *>------------------------------------------------------------------------
       liberar-ocorrencia section.

           move fd-oc-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos = 23 then
               move "*** Id nao cadastrado ***" to fd-aluno
           else
               if ws-fs-arqAlunos <> 0 then
                   move 6                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-oc-cod-turma  to sd-oc-cod-turma
           move fd-oc-data       to sd-oc-data
           move fd-oc-id-aluno   to sd-oc-id-aluno
           move fd-oc-seq        to sd-oc-seq
           move fd-aluno         to sd-oc-aluno
           move fd-oc-tipo       to sd-oc-tipo
           move fd-oc-descricao  to sd-oc-descricao
           move fd-oc-operador   to sd-oc-operador
           move fd-oc-dias-susp  to sd-oc-dias-susp
           release sd-ocor-reg

           .
       liberar-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do sort: um bloco por turma com as
      *>  ocorrencias do mes e o subtotal por tipo
      *>------------------------------------------------------------------------
       gravar-ocor-sort section.

           perform until ws-fim-sort-ocor = "S"
               return arqSortOcor
                   at end
                       move "S" to ws-fim-sort-ocor
                   not at end
                       if sd-oc-cod-turma <> ws-turma-ant
                       or ws-qtd-turmas = 0 then
                           perform imprimir-subtotal-turma
                           perform imprimir-cabecalho-turma
                       end-if
                       perform imprimir-ocorrencia
               end-return
           end-perform

           perform imprimir-subtotal-turma

           .
       gravar-ocor-sort-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho do bloco de uma turma
      *>------------------------------------------------------------------------
       imprimir-cabecalho-turma section.

           add 1 to ws-qtd-turmas
           move sd-oc-cod-turma to ws-turma-ant

           move sd-oc-cod-turma to fd-tu-cod
           read arqTurmas
           if ws-fs-arqTurmas = 0 then
               move fd-tu-descricao to ws-tu-descricao
           else
               if ws-fs-arqTurmas <> 23 then
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                          to ws-msn-erro-cod
                   move "Erro ao ler arq. turmas "               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "*** nao cadastrada ***" to ws-tu-descricao
           end-if

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Turma: " sd-oc-cod-turma " - " ws-tu-descricao
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelOcorrencias <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelOcorrencias                  to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. ocorrencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-cabecalho-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma ocorrencia, com a descricao na linha seguinte
      *>------------------------------------------------------------------------
       imprimir-ocorrencia section.

           evaluate sd-oc-tipo
               when "A"
                   move "ADVERTENCIA"          to ws-tipo-desc
                   add 1 to ws-qtd-adv-turma
               when "S"
                   move "SUSPENSAO"            to ws-tipo-desc
                   add 1 to ws-qtd-susp-turma
               when "D"
                   move "DANO AO PATRIMONIO"   to ws-tipo-desc
                   add 1 to ws-qtd-dano-turma
               when other
                   move "OUTRA"                to ws-tipo-desc
                   add 1 to ws-qtd-outra-turma
           end-evaluate

           move sd-oc-data       to ws-rel-data
           move sd-oc-id-aluno   to ws-rel-id
           move sd-oc-aluno      to ws-rel-aluno
           move ws-tipo-desc     to ws-rel-tipo
           move sd-oc-dias-susp  to ws-rel-dias
           move sd-oc-operador   to ws-rel-operador
           write fd-rel-linha from ws-rel-detalhe

           move spaces to ws-rel-texto
           string "            " sd-oc-descricao
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelOcorrencias <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelOcorrencias                  to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. ocorrencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1               to ws-qtd-turma
           add sd-oc-dias-susp to ws-dias-susp-turma
           add 1               to ws-qtd-ocorrencias
           add sd-oc-dias-susp to ws-dias-susp-total

           .
       imprimir-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Subtotal da turma anterior (nada a imprimir na primeira)
      *>------------------------------------------------------------------------
       imprimir-subtotal-turma section.

           if ws-qtd-turma = 0 then
               go to imprimir-subtotal-turma-exit
           end-if

           move spaces to ws-rel-texto
           string "  Subtotal: " ws-qtd-turma " - Adv: "
                  ws-qtd-adv-turma " Susp: " ws-qtd-susp-turma
                  " (" ws-dias-susp-turma " dias) Dano: " ws-qtd-dano-turma
                  " Outras: " ws-qtd-outra-turma
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelOcorrencias <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelOcorrencias                  to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. ocorrencias "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-turma
           move 0 to ws-qtd-adv-turma
           move 0 to ws-qtd-susp-turma
           move 0 to ws-qtd-dano-turma
           move 0 to ws-qtd-outra-turma
           move 0 to ws-dias-susp-turma

           .
       imprimir-subtotal-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           accept  ws-msn-erro.
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento dos arquivos
      *>------------------------------------------------------------------------
       finaliza section.

           close arqAlunos
           close arqTurmas
           close arqOcorrencias
           close arqRelOcorrencias

           .
       finaliza-exit.
           exit.
