      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3diarioclasse".
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

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod-disc
           file status is ws-fs-arqDisciplinas.

      *>----Grade curricular: disciplinas de cada turma (rodada geral)
           select arqGrade assign to "arqGrade.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-grade
           file status is ws-fs-arqGrade.

           select arqNotasDisc assign to "arqNotasDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-nota-disc
           file status is ws-fs-arqNotasDisc.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-freq
           file status is ws-fs-arqFrequencia.

      *>----Calendario letivo: uma coluna por dia letivo do mes
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cl-data
           file status is ws-fs-arqCalendario.

      *>----Professor atribuido a turma+disciplina (assinatura do diario)
           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-atrib
           alternate record key is fd-at-cod-prof with duplicates
           file status is ws-fs-arqAtribuicoes.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pr-codigo
           file status is ws-fs-arqProfessores.

      *>----Quadro de horarios: aulas da disciplina em cada dia da semana
           select arqHorarios assign to "arqHorarios.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-horario
           file status is ws-fs-arqHorarios.

      *>----Diario de classe impresso
           select arqRelDiario assign to "relDiarioClasse.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelDiario.

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

      *>----Layout do arqDisciplinas.dat (lista11exercicio3indexado)
       fd  arqDisciplinas.
       01  fd-disciplinas.
           05  fd-cod-disc                         pic x(03).
           05  fd-nome-disc                        pic x(20).
           05  fd-professor-disc                   pic x(25).

      *>----Layout do arqGrade.dat (lista11exercicio3indexado)
       fd  arqGrade.
       01  fd-grade.
           05  fd-chave-grade.
               10  fd-gr-cod-turma                 pic x(03).
               10  fd-gr-cod-disc                  pic x(03).

      *>----Layout do arqNotasDisc.dat (lista11exercicio3indexado)
       fd  arqNotasDisc.
       01  fd-notas-disc.
           05  fd-chave-nota-disc.
               10  fd-nd-id-aluno                  pic 9(05).
               10  fd-nd-cod-disc                  pic x(03).
           05  fd-nd-notas.
               10  fd-nd-nota1                     pic 9(02)v99.
               10  fd-nd-nota2                     pic 9(02)v99.
               10  fd-nd-nota3                     pic 9(02)v99.
               10  fd-nd-nota4                     pic 9(02)v99.
               10  fd-nd-media                     pic 9(02)v99.

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

      *>----Layout do arqAtribuicoes.dat (lista11exercicio3indexado)
       fd  arqAtribuicoes.
       01  fd-atribuicoes.
           05  fd-chave-atrib.
               10  fd-at-cod-turma                 pic x(03).
               10  fd-at-cod-disc                  pic x(03).
           05  fd-at-cod-prof                      pic x(05).

      *>----Layout do arqProfessores.dat (lista11exercicio3indexado)
       fd  arqProfessores.
       01  fd-professores.
           05  fd-pr-codigo                        pic x(05).
           05  fd-pr-nome                          pic x(25).
           05  fd-pr-email                         pic x(30).
           05  fd-pr-telefone                      pic x(15).
           05  fd-pr-op-codigo                     pic x(06).
           05  fd-pr-ativo                         pic x(01).

      *>----Layout do arqHorarios.dat (lista11exercicio3indexado)
       fd  arqHorarios.
       01  fd-horarios.
           05  fd-chave-horario.
               10  fd-hr-cod-turma                 pic x(03).
               10  fd-hr-dia-semana                pic 9(01).
               10  fd-hr-periodo                   pic 9(01).
           05  fd-hr-cod-disc                      pic x(03).
           05  fd-hr-sala                          pic x(06).

       fd  arqRelDiario.
       01  fd-rel-linha                            pic x(150).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqGrade                          pic  9(02).
       77  ws-fs-arqNotasDisc                      pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqCalendario                     pic  9(02).
       77  ws-fs-arqAtribuicoes                    pic  9(02).
       77  ws-fs-arqProfessores                    pic  9(02).
       77  ws-fs-arqHorarios                       pic  9(02).
       77  ws-fs-arqRelDiario                      pic  9(02).

      *>----Arquivos opcionais
       77  ws-tem-calendario                       pic x(01).
       77  ws-tem-grade                            pic x(01).
       77  ws-tem-atribuicoes                      pic x(01).
       77  ws-tem-horarios                         pic x(01).

      *>----Parametros: turma e disciplina em branco = escola inteira
       77  ws-cod                                  pic x(03).
       77  ws-cod-disc                             pic x(03).
       77  ws-ano-mes                              pic 9(06).
       77  ws-data-ini                             pic 9(08).
       77  ws-data-fim                             pic 9(08).
       77  ws-data-hoje                            pic 9(08).

      *>----Turma/disciplina do diario corrente
       77  ws-dr-cod-turma                         pic x(03).
       77  ws-dr-desc-turma                        pic x(20).
       77  ws-dr-cod-disc                          pic x(03).
       77  ws-dr-nome-disc                         pic x(20).
       77  ws-dr-professor                         pic x(25).

      *>----Dias letivos do mes (uma coluna cada)
       01  ws-dias-mes.
           05  ws-dm-dia occurs 27.
               10  ws-dm-data                      pic 9(08).
               10  ws-dm-dia-semana                pic 9(01).
       77  ws-qtd-dias-mes                         pic 9(02).
       77  ws-ind-dia                              pic 9(02).
       77  ws-int-data                             pic 9(07).
       77  ws-int-aux                              pic 9(07).
       77  ws-semanas                              pic 9(07).
       77  ws-resto-semana                         pic 9(01).

      *>----Aulas dadas pelo quadro de horarios
       77  ws-aulas-semana                         pic 9(02).
       77  ws-aulas-dia                            pic 9(02).
       77  ws-qtd-aulas-dadas                      pic 9(04).
       77  ws-qtd-dias-dados                       pic 9(02).

      *>----Controle de pagina e totais do diario
       77  ws-linhas-pagina                        pic 9(02) value 40.
       77  ws-qtd-linhas                           pic 9(02).
       77  ws-pagina                               pic 9(04).
       77  ws-qtd-alunos                           pic 9(04).
       77  ws-qtd-faltas-aluno                     pic 9(02).
       77  ws-qtd-faltas-total                     pic 9(05).
       77  ws-qtd-diarios                          pic 9(04).
       77  ws-qtd-sem-grade                        pic 9(04).

       01  ws-rel-cab-dias.
           05  filler                              pic x(32)
                                  value "Id    Aluno".
           05  ws-rc-dia occurs 27.
               10  ws-rc-num                       pic x(02).
               10  filler                          pic x(01).
           05  ws-rc-titulos                       pic x(35).

       01  ws-rel-aluno.
           05  ws-ra-id                            pic 9(05).
           05  filler                              pic x(01).
           05  ws-ra-aluno                         pic x(25).
           05  filler                              pic x(01).
           05  ws-ra-dia occurs 27.
               10  ws-ra-marca                     pic x(01).
               10  filler                          pic x(02).
           05  ws-ra-faltas                        pic zz9.
           05  filler                              pic x(02).
           05  ws-ra-nota1                         pic z9,99.
           05  filler                              pic x(01).
           05  ws-ra-nota2                         pic z9,99.
           05  filler                              pic x(01).
           05  ws-ra-nota3                         pic z9,99.
           05  filler                              pic x(01).
           05  ws-ra-nota4                         pic z9,99.
           05  filler                              pic x(01).
           05  ws-ra-media                         pic z9,99.

       01  ws-rel-texto                            pic x(150).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform carregar-dias-letivos.
           perform processar-turmas.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametros e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Diario de Classe ===="
           display " Informe o Cod da turma (vazio = todas):"
           move spaces to ws-cod
           accept ws-cod
           display " Informe o Cod da disciplina (vazio = toda a grade):"
           move spaces to ws-cod-disc
           accept ws-cod-disc
           display " Informe o mes (aaaamm):"
           accept ws-ano-mes

           compute ws-data-ini = (ws-ano-mes * 100) + 1
           compute ws-data-fim = (ws-ano-mes * 100) + 31
           move function current-date (1:8) to ws-data-hoje

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

           open input arqDisciplinas
           if ws-fs-arqDisciplinas <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                     to ws-msn-erro-cod
               move "Erro ao abrir arq. disciplinas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-grade
           open input arqGrade
           if ws-fs-arqGrade = 35 then
               move "N" to ws-tem-grade
           else
               if ws-fs-arqGrade <> 0 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. grade "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqNotasDisc
           if ws-fs-arqNotasDisc <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqNotasDisc                       to ws-msn-erro-cod
               move "Erro ao abrir arq. notas disc. "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia <> 0 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
               move "Erro ao abrir arq. frequencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-calendario
           open input arqCalendario
           if ws-fs-arqCalendario = 35 then
               move "N" to ws-tem-calendario
           else
               if ws-fs-arqCalendario <> 0 then
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. calendario "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-atribuicoes
           open input arqAtribuicoes
           if ws-fs-arqAtribuicoes = 35 then
               move "N" to ws-tem-atribuicoes
           else
               if ws-fs-arqAtribuicoes <> 0 then
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. atribuicoes "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open input arqProfessores
               if ws-fs-arqProfessores = 35 then
                   close arqAtribuicoes
                   move "N" to ws-tem-atribuicoes
               else
                   if ws-fs-arqProfessores <> 0 then
                       move 9                                        to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores                     to ws-msn-erro-cod
                       move "Erro ao abrir arq. professores "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move "S" to ws-tem-horarios
           open input arqHorarios
           if ws-fs-arqHorarios = 35 then
               move "N" to ws-tem-horarios
           else
               if ws-fs-arqHorarios <> 0 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. horarios "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelDiario
           if ws-fs-arqRelDiario <> 0 then
               move 11                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelDiario                       to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. diario "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-diarios
           move 0 to ws-qtd-sem-grade
           move 0 to ws-pagina

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias letivos do mes pelo calendario ("L" e "P"), com o dia da
      *>  semana de cada um (2 = segunda ... 6 = sexta, como no quadro de
      *>  horarios)
      *>------------------------------------------------------------------------
       carregar-dias-letivos section.

           move 0 to ws-qtd-dias-mes

           if ws-tem-calendario = "N" then
               display "Calendario letivo nao cadastrado: diario sem colunas de dias."
               go to carregar-dias-letivos-exit
           end-if

           move ws-data-ini to fd-cl-data
           start arqCalendario key is >= fd-cl-data
           if ws-fs-arqCalendario = 0 then
               perform until ws-fs-arqCalendario <> 0
                          or fd-cl-data > ws-data-fim
                          or ws-qtd-dias-mes = 27
                   read arqCalendario next
                   if  ws-fs-arqCalendario = 0
                   and fd-cl-data <= ws-data-fim
                   and (fd-cl-tipo = "L" or fd-cl-tipo = "P") then
                       add 1 to ws-qtd-dias-mes
                       move fd-cl-data to ws-dm-data(ws-qtd-dias-mes)

      *>                o dia 1 do calendario inteiro (01/01/1601) foi uma
      *>                segunda: resto 0 = segunda ... 6 = domingo
                       compute ws-int-data = function integer-of-date (fd-cl-data)
                       compute ws-int-aux  = ws-int-data - 1
                       divide ws-int-aux by 7 giving ws-semanas
                              remainder ws-resto-semana
                       compute ws-dm-dia-semana(ws-qtd-dias-mes) =
                               ws-resto-semana + 2
                   end-if
               end-perform

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 12                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                      to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-dias-letivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Turma informada ou todas as turmas (rodada da escola inteira)
      *>------------------------------------------------------------------------
       processar-turmas section.

           if ws-cod <> spaces then
               move ws-cod to fd-tu-cod
               read arqTurmas
               if ws-fs-arqTurmas = 23 then
                   display "Turma nao cadastrada!"
                   go to processar-turmas-exit
               end-if
               if ws-fs-arqTurmas <> 0 then
                   move 13                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTurmas                          to ws-msn-erro-cod
                   move "Erro ao ler arq. turmas "               to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform processar-disciplinas
           else
               move low-values to fd-tu-cod
               start arqTurmas key is >= fd-tu-cod
               if ws-fs-arqTurmas = 0 then
                   perform until ws-fs-arqTurmas <> 0
                       read arqTurmas next
                       if ws-fs-arqTurmas = 0 then
                           perform processar-disciplinas
                       else
                           if ws-fs-arqTurmas <> 10 then
                               move 14                                       to ws-msn-erro-ofsset
                               move ws-fs-arqTurmas                          to ws-msn-erro-cod
                               move "Erro ao ler arq. turmas "               to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               end-if
           end-if

           display "Diarios impressos: " ws-qtd-diarios
                   "  Turmas sem grade: " ws-qtd-sem-grade
           display "Diario de classe gravado em relDiarioClasse.txt"

           .
       processar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Disciplina informada ou todas as disciplinas da grade da turma
      *>------------------------------------------------------------------------
       processar-disciplinas section.

           move fd-tu-cod       to ws-dr-cod-turma
           move fd-tu-descricao to ws-dr-desc-turma

           if ws-cod-disc <> spaces then
               move ws-cod-disc to ws-dr-cod-disc
               perform imprimir-diario
               go to processar-disciplinas-exit
           end-if

           if ws-tem-grade = "N" then
               add 1 to ws-qtd-sem-grade
               go to processar-disciplinas-exit
           end-if

           move ws-dr-cod-turma to fd-gr-cod-turma
           move low-values      to fd-gr-cod-disc
           start arqGrade key is >= fd-chave-grade
           if ws-fs-arqGrade = 0 then
               read arqGrade next
               if ws-fs-arqGrade <> 0
               or fd-gr-cod-turma <> ws-dr-cod-turma then
                   add 1 to ws-qtd-sem-grade
               end-if
               perform until ws-fs-arqGrade <> 0
                          or fd-gr-cod-turma <> ws-dr-cod-turma
                   move fd-gr-cod-disc to ws-dr-cod-disc
                   perform imprimir-diario
                   read arqGrade next
               end-perform

               if  ws-fs-arqGrade <> 0
               and ws-fs-arqGrade <> 10 then
                   move 15                                       to ws-msn-erro-ofsset
                   move ws-fs-arqGrade                           to ws-msn-erro-cod
                   move "Erro ao ler arq. grade "                to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               add 1 to ws-qtd-sem-grade
           end-if

           .
       processar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Diario de uma turma+disciplina no mes: cabecalho, alunos ativos
      *>  em ordem de nome, totais e assinatura do professor
      *>------------------------------------------------------------------------
       imprimir-diario section.

           move ws-dr-cod-disc to fd-cod-disc
           read arqDisciplinas
           if ws-fs-arqDisciplinas = 23 then
               display "Disciplina " ws-dr-cod-disc " nao cadastrada!"
               go to imprimir-diario-exit
           end-if
           if ws-fs-arqDisciplinas <> 0 then
               move 16                                       to ws-msn-erro-ofsset
               move ws-fs-arqDisciplinas                     to ws-msn-erro-cod
               move "Erro ao ler arq. disciplinas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move fd-nome-disc to ws-dr-nome-disc

           perform buscar-professor
           perform apurar-aulas-dadas

           add 1 to ws-qtd-diarios
           move 0 to ws-qtd-alunos
           move 0 to ws-qtd-faltas-total
           perform imprimir-cabecalho

      *>    alunos da turma em ordem alfabetica pelo indice de nome
           move low-values to fd-aluno
           start arqAlunos key is >= fd-aluno
           if ws-fs-arqAlunos = 0 then
               perform until ws-fs-arqAlunos <> 0
                   read arqAlunos next
                   if ws-fs-arqAlunos = 0 then
                       if  fd-cod    = ws-dr-cod-turma
                       and fd-status = "A" then
                           perform imprimir-aluno
                       end-if
                   else
                       if ws-fs-arqAlunos <> 10 then
                           move 17                                       to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           perform imprimir-rodape

           .
       imprimir-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Professor da turma+disciplina pela atribuicao de aulas; sem
      *>  atribuicao vale o professor do cadastro da disciplina
      *>------------------------------------------------------------------------
       buscar-professor section.

           move fd-professor-disc to ws-dr-professor

           if ws-tem-atribuicoes = "N" then
               go to buscar-professor-exit
           end-if

           move ws-dr-cod-turma to fd-at-cod-turma
           move ws-dr-cod-disc  to fd-at-cod-disc
           read arqAtribuicoes
           if ws-fs-arqAtribuicoes = 23 then
               go to buscar-professor-exit
           end-if
           if ws-fs-arqAtribuicoes <> 0 then
               move 18                                       to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
               move "Erro ao ler arq. atribuicoes "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-at-cod-prof to fd-pr-codigo
           read arqProfessores
           if ws-fs-arqProfessores = 0 then
               move fd-pr-nome to ws-dr-professor
           else
               if ws-fs-arqProfessores <> 23 then
                   move 19                                       to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                     to ws-msn-erro-cod
                   move "Erro ao ler arq. professores "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       buscar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aulas dadas no mes ate hoje: soma, em cada dia letivo ja
      *>  transcorrido, as aulas da disciplina no quadro de horarios para
      *>  aquele dia da semana; disciplina fora do quadro conta uma aula
      *>  por dia letivo
      *>------------------------------------------------------------------------
       apurar-aulas-dadas section.

           move 0 to ws-qtd-aulas-dadas
           move 0 to ws-qtd-dias-dados
           move 0 to ws-aulas-semana

           perform varying ws-ind-dia from 1 by 1
                   until ws-ind-dia > ws-qtd-dias-mes
               if ws-dm-data(ws-ind-dia) <= ws-data-hoje then
                   add 1 to ws-qtd-dias-dados
                   perform contar-aulas-dia
                   add ws-aulas-dia to ws-qtd-aulas-dadas
                   add ws-aulas-dia to ws-aulas-semana
               end-if
           end-perform

           if ws-aulas-semana = 0 then
               move ws-qtd-dias-dados to ws-qtd-aulas-dadas
           end-if

           .
       apurar-aulas-dadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aulas da disciplina no quadro da turma no dia da semana do dia
      *>  letivo em ws-ind-dia
      *>------------------------------------------------------------------------
       contar-aulas-dia section.

           move 0 to ws-aulas-dia

           if ws-tem-horarios = "N" then
               go to contar-aulas-dia-exit
           end-if

           move ws-dr-cod-turma              to fd-hr-cod-turma
           move ws-dm-dia-semana(ws-ind-dia) to fd-hr-dia-semana
           move 0                            to fd-hr-periodo
           start arqHorarios key is >= fd-chave-horario
           if ws-fs-arqHorarios = 0 then
               perform until ws-fs-arqHorarios <> 0
                          or fd-hr-cod-turma  <> ws-dr-cod-turma
                          or fd-hr-dia-semana <> ws-dm-dia-semana(ws-ind-dia)
                   read arqHorarios next
                   if  ws-fs-arqHorarios = 0
                   and fd-hr-cod-turma  = ws-dr-cod-turma
                   and fd-hr-dia-semana = ws-dm-dia-semana(ws-ind-dia)
                   and fd-hr-cod-disc   = ws-dr-cod-disc then
                       add 1 to ws-aulas-dia
                   end-if
               end-perform

               if  ws-fs-arqHorarios <> 0
               and ws-fs-arqHorarios <> 10 then
                   move 20                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                        to ws-msn-erro-cod
                   move "Erro ao ler arq. horarios "             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       contar-aulas-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina do diario (nova pagina a cada diario e a cada
      *>  ws-linhas-pagina alunos)
      *>------------------------------------------------------------------------
       imprimir-cabecalho section.

           add 1 to ws-pagina
           move 0 to ws-qtd-linhas

           move spaces to ws-rel-texto
           string "DIARIO DE CLASSE - Turma " ws-dr-cod-turma " "
                  ws-dr-desc-turma " - Disciplina " ws-dr-cod-disc " "
                  ws-dr-nome-disc " - Mes " ws-ano-mes
                  "   Pagina " ws-pagina
               delimited by size into ws-rel-texto
           if ws-pagina = 1 then
               write fd-rel-linha from ws-rel-texto
           else
               write fd-rel-linha from ws-rel-texto after advancing page
           end-if

           move spaces to ws-rel-texto
           string "Professor(a): " ws-dr-professor
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rc-titulos
           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 27
               if ws-ind-dia <= ws-qtd-dias-mes then
                   move ws-dm-data(ws-ind-dia) (7:2) to ws-rc-num(ws-ind-dia)
               else
                   move spaces to ws-rc-num(ws-ind-dia)
               end-if
           end-perform
           move "Flt  Nota1 Nota2 Nota3 Nota4 Media" to ws-rc-titulos
           write fd-rel-linha from ws-rel-cab-dias
           if ws-fs-arqRelDiario <> 0 then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelDiario                       to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. diario "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-cabecalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do aluno: presenca de cada dia letivo, faltas e notas da
      *>  disciplina ("." = dia ja transcorrido sem lancamento; a falta
      *>  justificada "J" da suspensao conta nas faltas)
      *>------------------------------------------------------------------------
       imprimir-aluno section.

           if ws-qtd-linhas >= ws-linhas-pagina then
               perform imprimir-cabecalho
           end-if

           move spaces        to ws-rel-aluno
           move fd-id-aluno   to ws-ra-id
           move fd-aluno      to ws-ra-aluno
           move 0             to ws-qtd-faltas-aluno

           perform varying ws-ind-dia from 1 by 1
                   until ws-ind-dia > ws-qtd-dias-mes
               move fd-id-aluno            to fd-fq-id-aluno
               move ws-dm-data(ws-ind-dia) to fd-fq-data
               read arqFrequencia
               if ws-fs-arqFrequencia = 0 then
                   move fd-fq-presenca to ws-ra-marca(ws-ind-dia)
                   if fd-fq-presenca = "F" or fd-fq-presenca = "J" then
                       add 1 to ws-qtd-faltas-aluno
                   end-if
               else
                   if ws-fs-arqFrequencia <> 23 then
                       move 22                                       to ws-msn-erro-ofsset
                       move ws-fs-arqFrequencia                      to ws-msn-erro-cod
                       move "Erro ao ler arq. frequencia "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-dm-data(ws-ind-dia) <= ws-data-hoje then
                       move "." to ws-ra-marca(ws-ind-dia)
                   end-if
               end-if
           end-perform
           move ws-qtd-faltas-aluno to ws-ra-faltas
           add ws-qtd-faltas-aluno  to ws-qtd-faltas-total

           move fd-id-aluno    to fd-nd-id-aluno
           move ws-dr-cod-disc to fd-nd-cod-disc
           read arqNotasDisc
           if ws-fs-arqNotasDisc = 0 then
               if fd-nd-notas is numeric then
                   move fd-nd-nota1 to ws-ra-nota1
                   move fd-nd-nota2 to ws-ra-nota2
                   move fd-nd-nota3 to ws-ra-nota3
                   move fd-nd-nota4 to ws-ra-nota4
                   move fd-nd-media to ws-ra-media
               end-if
           else
               if ws-fs-arqNotasDisc <> 23 then
                   move 23                                       to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                       to ws-msn-erro-cod
                   move "Erro ao ler arq. notas disc. "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           write fd-rel-linha from ws-rel-aluno
           if ws-fs-arqRelDiario <> 0 then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelDiario                       to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. diario "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-linhas
           add 1 to ws-qtd-alunos

           .
       imprimir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do diario e assinatura do professor
      *>------------------------------------------------------------------------
       imprimir-rodape section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Alunos: " ws-qtd-alunos
                  "   Dias letivos no mes: " ws-qtd-dias-mes
                  "   Aulas dadas: " ws-qtd-aulas-dadas
                  "   Total de faltas: " ws-qtd-faltas-total
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "P = presente  F = falta  J = falta justificada (suspensao)  . = sem chamada"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "   ____________________________________        ____/____/________"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "   " ws-dr-professor "                   Data"
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "   Assinatura do(a) professor(a)"  to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelDiario <> 0 then
               move 25                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelDiario                       to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. diario "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

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
           close arqDisciplinas
           if ws-tem-grade = "S" then
               close arqGrade
           end-if
           close arqNotasDisc
           close arqFrequencia
           if ws-tem-calendario = "S" then
               close arqCalendario
           end-if
           if ws-tem-atribuicoes = "S" then
               close arqAtribuicoes
               close arqProfessores
           end-if
           if ws-tem-horarios = "S" then
               close arqHorarios
           end-if
           close arqRelDiario

           .
       finaliza-exit.
           exit.
