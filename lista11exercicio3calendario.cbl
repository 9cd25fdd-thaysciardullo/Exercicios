      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3calendario".
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

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-freq
           file status is ws-fs-arqFrequencia.

      *>----Calendario letivo mantido pela coordenacao (opcao 'Cl')
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cl-data
           file status is ws-fs-arqCalendario.

      *>----Relatorio do minimo legal de dias letivos e das chamadas
      *>    nao lancadas por turma
           select arqRelCalendario assign to "relCalendario.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelCalendario.

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

      *>----Layout do arqFrequencia.dat (lista11exercicio3indexado)
       fd  arqFrequencia.
       01  fd-frequencia.
           05  fd-chave-freq.
               10  fd-fq-id-aluno                  pic 9(05).
               10  fd-fq-data                      pic 9(08).
           05  fd-fq-presenca                      pic x(01).

      *>----Layout do arqCalendario.dat (lista11exercicio3indexado)
       fd  arqCalendario.
       01  fd-calendario.
           05  fd-cl-data                          pic 9(08).
           05  fd-cl-tipo                          pic x(01).
           05  fd-cl-descricao                     pic x(30).

       fd  arqRelCalendario.
       01  fd-rel-linha                            pic x(90).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqCalendario                     pic  9(02).
       77  ws-fs-arqRelCalendario                  pic  9(02).

      *>----Ano informado e data de posicao
       77  ws-ano                                  pic 9(04).
       77  ws-data-ini                             pic 9(08).
       77  ws-data-fim                             pic 9(08).
       77  ws-data-hoje                            pic 9(08).
       77  ws-data-ate                             pic 9(08).

      *>----Minimo legal de dias letivos no ano (LDB, art. 24)
       77  ws-minimo-legal                         pic 9(03) value 200.

      *>----Totais do ano
       77  ws-qtd-letivos                          pic 9(04).
       77  ws-qtd-reposicoes                       pic 9(04).
       77  ws-qtd-feriados                         pic 9(04).
       77  ws-qtd-recessos                         pic 9(04).
       77  ws-qtd-letivos-total                    pic 9(04).
       77  ws-qtd-letivos-passados                 pic 9(04).
       77  ws-qtd-faltam                           pic 9(04).

      *>----Chamada do dia por turma
       77  ws-cod                                  pic x(03).
       77  ws-dia                                  pic 9(08).
       77  ws-tem-ativos                           pic x(01).
       77  ws-achou-chamada                        pic x(01).
       77  ws-qtd-dias-sem-chamada                 pic 9(04).
       77  ws-qtd-turmas                           pic 9(04).
       77  ws-qtd-turmas-pendentes                 pic 9(04).
       77  ws-qtd-total-sem-chamada                pic 9(06).

       01  ws-rel-detalhe.
           05  filler                              pic x(04) value space.
           05  ws-rel-dia                          pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-rel-mes                          pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-rel-ano                          pic x(04).
           05  filler                              pic x(02) value space.
           05  ws-rel-tipo                         pic x(09).
           05  filler                              pic x(02) value space.
           05  ws-rel-obs                          pic x(30).

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
           perform apurar-ano-letivo.
           perform imprimir-minimo-legal.
           perform verificar-chamadas.
           perform imprimir-rodape.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Ano do relatorio e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Calendario Letivo - Minimo Legal e Chamadas ===="
           display " Informe o Ano (aaaa):"
           accept ws-ano

           compute ws-data-ini = ws-ano * 10000 + 0101
           compute ws-data-fim = ws-ano * 10000 + 1231

           move function current-date (1:8) to ws-data-hoje
           if ws-data-fim < ws-data-hoje then
               move ws-data-fim  to ws-data-ate
           else
               move ws-data-hoje to ws-data-ate
           end-if

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

           open input arqFrequencia
           if ws-fs-arqFrequencia <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
               move "Erro ao abrir arq. frequencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCalendario
           if ws-fs-arqCalendario = 35 then
               display "Calendario letivo nao cadastrado (opcao 'Cl')."
               stop run
           end-if
           if ws-fs-arqCalendario <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                      to ws-msn-erro-cod
               move "Erro ao abrir arq. calendario "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelCalendario
           if ws-fs-arqRelCalendario <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelCalendario                   to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. calendario "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           string "Calendario Letivo " ws-ano
                  " - Minimo Legal e Chamadas nao Lancadas - posicao em "
                  ws-data-ate
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-letivos
           move 0 to ws-qtd-reposicoes
           move 0 to ws-qtd-feriados
           move 0 to ws-qtd-recessos
           move 0 to ws-qtd-letivos-passados
           move 0 to ws-qtd-turmas
           move 0 to ws-qtd-turmas-pendentes
           move 0 to ws-qtd-total-sem-chamada

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os dias do ano por tipo e os dias letivos ja transcorridos
      *>------------------------------------------------------------------------
       apurar-ano-letivo section.

           move ws-data-ini to fd-cl-data
           start arqCalendario key is >= fd-cl-data
           if ws-fs-arqCalendario = 0 then
               perform until ws-fs-arqCalendario <> 0
                          or fd-cl-data > ws-data-fim
                   read arqCalendario next
                   if  ws-fs-arqCalendario = 0
                   and fd-cl-data <= ws-data-fim then
                       evaluate fd-cl-tipo
                           when "L"
                               add 1 to ws-qtd-letivos
                           when "P"
                               add 1 to ws-qtd-reposicoes
                           when "F"
                               add 1 to ws-qtd-feriados
                           when "R"
                               add 1 to ws-qtd-recessos
                           when other
                               continue
                       end-evaluate
                       if  (fd-cl-tipo = "L" or fd-cl-tipo = "P")
                       and fd-cl-data <= ws-data-ate then
                           add 1 to ws-qtd-letivos-passados
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 6                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                      to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           compute ws-qtd-letivos-total = ws-qtd-letivos + ws-qtd-reposicoes

           .
       apurar-ano-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro do ano contra o minimo legal de 200 dias letivos
      *>------------------------------------------------------------------------
       imprimir-minimo-legal section.

           move spaces to ws-rel-texto
           string "Dias letivos regulares.....: " ws-qtd-letivos
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Dias de reposicao..........: " ws-qtd-reposicoes
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Feriados...................: " ws-qtd-feriados
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Dias de recesso............: " ws-qtd-recessos
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Total de dias letivos......: " ws-qtd-letivos-total
                  "  (minimo legal: " ws-minimo-legal ")"
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Dias letivos ja cumpridos..: " ws-qtd-letivos-passados
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           if ws-qtd-letivos-total >= ws-minimo-legal then
               move "Situacao: calendario ATENDE o minimo legal de dias letivos"
                                                   to ws-rel-texto
           else
               compute ws-qtd-faltam = ws-minimo-legal - ws-qtd-letivos-total
               string "Situacao: ABAIXO DO MINIMO LEGAL - faltam "
                      ws-qtd-faltam " dias letivos (programar reposicao)"
                   delimited by size into ws-rel-texto
           end-if
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "==== Dias letivos ja transcorridos sem chamada lancada, por turma ===="
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           .
       imprimir-minimo-legal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Para cada turma, os dias letivos ate hoje em que nenhum aluno
      *>  ativo da turma tem lancamento de frequencia
      *>------------------------------------------------------------------------
       verificar-chamadas section.

           move low-values to fd-tu-cod
           start arqTurmas key is >= fd-tu-cod
           if ws-fs-arqTurmas = 0 then
               perform until ws-fs-arqTurmas <> 0
                   read arqTurmas next
                   if ws-fs-arqTurmas = 0 then
                       add 1 to ws-qtd-turmas
                       move fd-tu-cod to ws-cod
                       perform verificar-turma
                   else
                       if ws-fs-arqTurmas <> 10 then
                           move 7                                        to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                          to ws-msn-erro-cod
                           move "Erro ao ler arq. turmas "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       verificar-chamadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias letivos sem chamada da turma em ws-cod
      *>------------------------------------------------------------------------
       verificar-turma section.

           move 0 to ws-qtd-dias-sem-chamada

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Turma " ws-cod " - " fd-tu-descricao
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

      *>    turma sem aluno ativo nao tem chamada a cobrar
           move "N" to ws-tem-ativos
           move ws-cod to fd-cod
           start arqAlunos key is >= fd-cod
           if ws-fs-arqAlunos = 0 then
               perform until ws-fs-arqAlunos <> 0
                          or fd-cod <> ws-cod
                          or ws-tem-ativos = "S"
                   read arqAlunos next
                   if  ws-fs-arqAlunos = 0
                   and fd-cod = ws-cod
                   and fd-status = "A" then
                       move "S" to ws-tem-ativos
                   end-if
               end-perform
           end-if

           if ws-tem-ativos = "N" then
               move "    Turma sem alunos ativos" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
               go to verificar-turma-exit
           end-if

           move ws-data-ini to fd-cl-data
           start arqCalendario key is >= fd-cl-data
           if ws-fs-arqCalendario = 0 then
               perform until ws-fs-arqCalendario <> 0
                          or fd-cl-data > ws-data-ate
                   read arqCalendario next
                   if  ws-fs-arqCalendario = 0
                   and fd-cl-data <= ws-data-ate
                   and (fd-cl-tipo = "L" or fd-cl-tipo = "P") then
                       move fd-cl-data to ws-dia
                       perform verificar-chamada-dia
                       if ws-achou-chamada = "N" then
                           perform imprimir-dia-sem-chamada
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                      to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to ws-rel-texto
           if ws-qtd-dias-sem-chamada = 0 then
               move "    Todas as chamadas lancadas" to ws-rel-texto
           else
               add 1 to ws-qtd-turmas-pendentes
               string "    Dias sem chamada: " ws-qtd-dias-sem-chamada
                   delimited by size into ws-rel-texto
           end-if
           write fd-rel-linha from ws-rel-texto

           .
       verificar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ha chamada no dia se algum aluno ativo da turma tem lancamento
      *>------------------------------------------------------------------------
       verificar-chamada-dia section.

           move "N" to ws-achou-chamada

           move ws-cod to fd-cod
           start arqAlunos key is >= fd-cod
           if ws-fs-arqAlunos = 0 then
               perform until ws-fs-arqAlunos <> 0
                          or fd-cod <> ws-cod
                          or ws-achou-chamada = "S"
                   read arqAlunos next
                   if  ws-fs-arqAlunos = 0
                   and fd-cod = ws-cod
                   and fd-status = "A" then
                       move fd-id-aluno to fd-fq-id-aluno
                       move ws-dia      to fd-fq-data
                       read arqFrequencia
                       if ws-fs-arqFrequencia = 0 then
                           move "S" to ws-achou-chamada
                       else
                           if ws-fs-arqFrequencia <> 23 then
                               move 9                                        to ws-msn-erro-ofsset
                               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
                               move "Erro ao ler arq. frequencia "           to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqAlunos <> 0
               and ws-fs-arqAlunos <> 10 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       verificar-chamada-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um dia letivo sem chamada
      *>------------------------------------------------------------------------
       imprimir-dia-sem-chamada section.

           add 1 to ws-qtd-dias-sem-chamada
           add 1 to ws-qtd-total-sem-chamada

           move ws-dia (7:2) to ws-rel-dia
           move ws-dia (5:2) to ws-rel-mes
           move ws-dia (1:4) to ws-rel-ano
           if fd-cl-tipo = "P" then
               move "REPOSICAO" to ws-rel-tipo
           else
               move "LETIVO"    to ws-rel-tipo
           end-if
           move "SEM CHAMADA LANCADA" to ws-rel-obs

           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelCalendario <> 0 then
               move 11                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelCalendario                   to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. calendario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-dia-sem-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do relatorio
      *>------------------------------------------------------------------------
       imprimir-rodape section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Turmas: " ws-qtd-turmas
                  "  Com chamada pendente: " ws-qtd-turmas-pendentes
                  "  Dias sem chamada: " ws-qtd-total-sem-chamada
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Dias letivos no ano " ws-ano ": " ws-qtd-letivos-total
                   " (minimo " ws-minimo-legal ")"
           display "Turmas com chamada pendente: " ws-qtd-turmas-pendentes
                   "  Dias sem chamada: " ws-qtd-total-sem-chamada
           display "Relatorio gravado em relCalendario.txt"

           .
       imprimir-rodape-exit.
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
           close arqFrequencia
           close arqCalendario
           close arqRelCalendario

           .
       finaliza-exit.
           exit.
