      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3horarios".
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
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-cod
           file status is ws-fs-arqTurmas.

      *>----Cadastro de professores e atribuicao de aulas
      *>    (lista11exercicio3indexado)
           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pr-codigo
           file status is ws-fs-arqProfessores.

           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-atrib
           alternate record key is fd-at-cod-prof with duplicates
           file status is ws-fs-arqAtribuicoes.

      *>----Quadro de horarios semanal (lista11exercicio3indexado)
           select arqHorarios assign to "arqHorarios.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-horario
           file status is ws-fs-arqHorarios.

      *>----Quadros impressos: um por turma e um por professor
           select arqRelHorarios assign to "relHorarios.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelHorarios.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

       fd  arqTurmas.
       01  fd-turmas.
           05  fd-tu-cod                           pic x(03).
           05  fd-tu-descricao                     pic x(20).
           05  fd-tu-capacidade                    pic 9(03).
           05  fd-tu-mensalidade                   pic 9(05)v99.

      *>----Layout do arqProfessores.dat (lista11exercicio3indexado)
       fd  arqProfessores.
       01  fd-professores.
           05  fd-pr-codigo                        pic x(05).
           05  fd-pr-nome                          pic x(25).
           05  fd-pr-email                         pic x(30).
           05  fd-pr-telefone                      pic x(15).
           05  fd-pr-op-codigo                     pic x(06).
           05  fd-pr-ativo                         pic x(01).

      *>----Layout do arqAtribuicoes.dat (lista11exercicio3indexado)
       fd  arqAtribuicoes.
       01  fd-atribuicoes.
           05  fd-chave-atrib.
               10  fd-at-cod-turma                 pic x(03).
               10  fd-at-cod-disc                  pic x(03).
           05  fd-at-cod-prof                      pic x(05).

      *>----Layout do arqHorarios.dat (lista11exercicio3indexado)
       fd  arqHorarios.
       01  fd-horarios.
           05  fd-chave-horario.
               10  fd-hr-cod-turma                 pic x(03).
               10  fd-hr-dia-semana                pic 9(01).
               10  fd-hr-periodo                   pic 9(01).
           05  fd-hr-cod-disc                      pic x(03).
           05  fd-hr-sala                          pic x(06).

       fd  arqRelHorarios.
       01  fd-rel-linha                            pic x(90).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqProfessores                    pic  9(02).
       77  ws-fs-arqAtribuicoes                    pic  9(02).
       77  ws-fs-arqHorarios                       pic  9(02).
       77  ws-fs-arqRelHorarios                    pic  9(02).

       77  ws-tem-professores                      pic x(01).
       77  ws-cod-turma                            pic x(03).
       77  ws-cod-prof                             pic x(05).
       77  ws-ind-periodo                          pic 9(01).
       77  ws-ind-dia                              pic 9(01).
       77  ws-qtd-aulas                            pic 9(03).

      *>----Totais do relatorio
       77  ws-qtd-turmas                           pic 9(03).
       77  ws-qtd-professores                      pic 9(03).

      *>----Quadro da semana em memoria: 6 periodos x 5 dias (seg a sex)
       01  ws-quadro.
           05  ws-qd-periodo occurs 6.
               10  ws-qd-celula occurs 5           pic x(14).

      *>----Linha impressa do quadro: um periodo com os cinco dias
       01  ws-rel-quadro.
           05  filler                              pic x(02) value space.
           05  ws-rq-periodo                       pic 9(01).
           05  ws-rq-sufixo                        pic x(03).
           05  ws-rq-dia occurs 5.
               10  ws-rq-celula                    pic x(14).
               10  filler                          pic x(01).

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
           perform imprimir-turmas.
           perform imprimir-professores.
           perform imprimir-rodape.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                          to ws-msn-erro-cod
               move "Erro ao abrir arq. turmas "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHorarios
           if ws-fs-arqHorarios <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqHorarios                        to ws-msn-erro-cod
               move "Erro ao abrir arq. horarios "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-professores
           open input arqProfessores
           if ws-fs-arqProfessores = 35 then
      *>        escola ainda sem cadastro de professores: sai so o quadro
      *>        das turmas
               move "N" to ws-tem-professores
           else
               if ws-fs-arqProfessores <> 0 then
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. professores "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open input arqAtribuicoes
               if ws-fs-arqAtribuicoes <> 0 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. atribuicoes "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelHorarios
           if ws-fs-arqRelHorarios <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelHorarios                     to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. horarios "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Quadro de Horarios Semanal - por turma e por professor"
                                           to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-turmas
           move 0 to ws-qtd-professores

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro de cada turma: disciplina e sala por dia/periodo
      *>------------------------------------------------------------------------
       imprimir-turmas section.

           move low-values to fd-tu-cod
           start arqTurmas key is >= fd-tu-cod
           if ws-fs-arqTurmas = 0 then
               perform until ws-fs-arqTurmas <> 0
                   read arqTurmas next
                   if ws-fs-arqTurmas = 0 then
                       add 1 to ws-qtd-turmas
                       move fd-tu-cod to ws-cod-turma
                       perform carregar-quadro-turma

                       move spaces to ws-rel-texto
                       write fd-rel-linha from ws-rel-texto
                       move spaces to ws-rel-texto
                       string "==== Turma " fd-tu-cod " - " fd-tu-descricao " ===="
                           delimited by size into ws-rel-texto
                       write fd-rel-linha from ws-rel-texto

                       perform imprimir-quadro
                   else
                       if ws-fs-arqTurmas <> 10 then
                           move 6                                        to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                          to ws-msn-erro-cod
                           move "Erro ao ler arq. turmas "               to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       imprimir-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega em memoria as aulas da turma em ws-cod-turma
      *>------------------------------------------------------------------------
       carregar-quadro-turma section.

           move spaces to ws-quadro
           move 0      to ws-qtd-aulas

           move ws-cod-turma to fd-hr-cod-turma
           move 0            to fd-hr-dia-semana
           move 0            to fd-hr-periodo
           start arqHorarios key is >= fd-chave-horario
           if ws-fs-arqHorarios = 0 then
               perform until ws-fs-arqHorarios <> 0
                          or fd-hr-cod-turma <> ws-cod-turma
                   read arqHorarios next
                   if  ws-fs-arqHorarios = 0
                   and fd-hr-cod-turma = ws-cod-turma
                   and fd-hr-dia-semana >= 2 and fd-hr-dia-semana <= 6
                   and fd-hr-periodo    >= 1 and fd-hr-periodo    <= 6 then
                       add 1 to ws-qtd-aulas
                       compute ws-ind-dia = fd-hr-dia-semana - 1
                       string fd-hr-cod-disc " " fd-hr-sala
                           delimited by size
                           into ws-qd-celula(fd-hr-periodo, ws-ind-dia)
                   end-if
               end-perform

               if  ws-fs-arqHorarios <> 0
               and ws-fs-arqHorarios <> 10 then
                   move 7                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                        to ws-msn-erro-cod
                   move "Erro ao ler arq. horarios "             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-quadro-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro de cada professor: turma, disciplina e sala das aulas das
      *>  disciplinas atribuidas a ele
      *>------------------------------------------------------------------------
       imprimir-professores section.

           if ws-tem-professores = "N" then
               go to imprimir-professores-exit
           end-if

           move low-values to fd-pr-codigo
           start arqProfessores key is >= fd-pr-codigo
           if ws-fs-arqProfessores = 0 then
               perform until ws-fs-arqProfessores <> 0
                   read arqProfessores next
                   if ws-fs-arqProfessores = 0 then
                       if fd-pr-ativo = "S" then
                           add 1 to ws-qtd-professores
                           move fd-pr-codigo to ws-cod-prof
                           perform carregar-quadro-professor

                           move spaces to ws-rel-texto
                           write fd-rel-linha from ws-rel-texto
                           move spaces to ws-rel-texto
                           string "==== Professor " fd-pr-codigo " - "
                                  fd-pr-nome " ===="
                               delimited by size into ws-rel-texto
                           write fd-rel-linha from ws-rel-texto

                           perform imprimir-quadro
                       end-if
                   else
                       if ws-fs-arqProfessores <> 10 then
                           move 8                                        to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                     to ws-msn-erro-cod
                           move "Erro ao ler arq. professores "          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       imprimir-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega em memoria as aulas do professor em ws-cod-prof: varre o
      *>  quadro inteiro e fica com as aulas cuja turma+disciplina esta
      *>  atribuida a ele
      *>------------------------------------------------------------------------
       carregar-quadro-professor section.

           move spaces to ws-quadro
           move 0      to ws-qtd-aulas

           move low-values to fd-chave-horario
           start arqHorarios key is >= fd-chave-horario
           if ws-fs-arqHorarios = 0 then
               perform until ws-fs-arqHorarios <> 0
                   read arqHorarios next
                   if  ws-fs-arqHorarios = 0
                   and fd-hr-dia-semana >= 2 and fd-hr-dia-semana <= 6
                   and fd-hr-periodo    >= 1 and fd-hr-periodo    <= 6 then
                       move fd-hr-cod-turma to fd-at-cod-turma
                       move fd-hr-cod-disc  to fd-at-cod-disc
                       read arqAtribuicoes
                       if  ws-fs-arqAtribuicoes = 0
                       and fd-at-cod-prof = ws-cod-prof then
                           add 1 to ws-qtd-aulas
                           compute ws-ind-dia = fd-hr-dia-semana - 1
                           string fd-hr-cod-turma " " fd-hr-cod-disc " "
                                  fd-hr-sala
                               delimited by size
                               into ws-qd-celula(fd-hr-periodo, ws-ind-dia)
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqHorarios <> 0
               and ws-fs-arqHorarios <> 10 then
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHorarios                        to ws-msn-erro-cod
                   move "Erro ao ler arq. horarios "             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-quadro-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o quadro em memoria: cabecalho dos dias e um periodo por
      *>  linha
      *>------------------------------------------------------------------------
       imprimir-quadro section.

           if ws-qtd-aulas = 0 then
               move "  Sem aulas no quadro de horarios" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
               go to imprimir-quadro-exit
           end-if

           move "  Per SEGUNDA        TERCA          QUARTA         QUINTA         SEXTA"
                                           to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           perform varying ws-ind-periodo from 1 by 1
                   until ws-ind-periodo > 6
               move spaces         to ws-rel-quadro
               move ws-ind-periodo to ws-rq-periodo
               move "o"            to ws-rq-sufixo
               perform varying ws-ind-dia from 1 by 1
                       until ws-ind-dia > 5
                   if ws-qd-celula(ws-ind-periodo, ws-ind-dia) = spaces then
                       move "-" to ws-rq-celula(ws-ind-dia)
                   else
                       move ws-qd-celula(ws-ind-periodo, ws-ind-dia)
                         to ws-rq-celula(ws-ind-dia)
                   end-if
               end-perform

               write fd-rel-linha from ws-rel-quadro
               if ws-fs-arqRelHorarios <> 0 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRelHorarios                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. rel. horarios "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           move spaces to ws-rel-texto
           string "  Aulas na semana: " ws-qtd-aulas
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           .
       imprimir-quadro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do relatorio
      *>------------------------------------------------------------------------
       imprimir-rodape section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Turmas: " ws-qtd-turmas
                  "  Professores ativos: " ws-qtd-professores
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Quadros de horarios impressos: " ws-qtd-turmas
                   " turmas, " ws-qtd-professores " professores."
           display "Relatorio em relHorarios.txt"

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

           close arqTurmas
           close arqHorarios
           if ws-tem-professores = "S" then
               close arqProfessores
               close arqAtribuicoes
           end-if
           close arqRelHorarios

           .
       finaliza-exit.
           exit.
