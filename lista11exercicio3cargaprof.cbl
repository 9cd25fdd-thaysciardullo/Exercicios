      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3cargaprof".
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

      *>----Relatorio de carga horaria (turmas/disciplinas) por professor
           select arqRelCarga assign to "relCargaProfessores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelCarga.

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

       fd  arqTurmas.
       01  fd-turmas.
           05  fd-tu-cod                           pic x(03).
           05  fd-tu-descricao                     pic x(20).
           05  fd-tu-capacidade                    pic 9(03).
           05  fd-tu-mensalidade                   pic 9(05)v99.

       fd  arqDisciplinas.
       01  fd-disciplinas.
           05  fd-cod-disc                         pic x(03).
           05  fd-nome-disc                        pic x(20).
           05  fd-professor-disc                   pic x(25).

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

       fd  arqRelCarga.
       01  fd-rel-linha                            pic x(90).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqProfessores                    pic  9(02).
       77  ws-fs-arqAtribuicoes                    pic  9(02).
       77  ws-fs-arqRelCarga                       pic  9(02).

      *>----Professor em apuracao e as turmas distintas ja contadas
       77  ws-cod-prof                             pic x(05).
       77  ws-cod-turma                            pic x(03).
       77  ws-qtd-ativos                           pic 9(04).
       77  ws-qtd-disc-prof                        pic 9(03).
       77  ws-qtd-turmas-prof                      pic 9(03).
       77  ws-qtd-alunos-prof                      pic 9(05).
       77  ws-ind-turma                            pic 9(02).
       77  ws-turma-contada                        pic x(01).
       01  ws-turmas-prof-tab.
           05  ws-tp-cod-turma occurs 30           pic x(03).

      *>----Totais do relatorio
       77  ws-qtd-professores                      pic 9(04).
       77  ws-qtd-atribuicoes                      pic 9(05).

      *>----Linha de detalhe: uma turma+disciplina atribuida ao professor
       01  ws-rel-detalhe.
           05  filler                              pic x(02) value space.
           05  ws-rel-cod-turma                    pic x(03).
           05  filler                              pic x(01) value space.
           05  ws-rel-desc-turma                   pic x(20).
           05  filler                              pic x(02) value space.
           05  ws-rel-cod-disc                     pic x(03).
           05  filler                              pic x(01) value space.
           05  ws-rel-nome-disc                    pic x(20).
           05  filler                              pic x(02) value space.
           05  ws-rel-ativos                       pic zzz9.

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
           perform processar-professores.
           perform imprimir-rodape.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

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

           open input arqProfessores
           if ws-fs-arqProfessores <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                     to ws-msn-erro-cod
               move "Erro ao abrir arq. professores "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. atribuicoes "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelCarga
           if ws-fs-arqRelCarga <> 0 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelCarga                        to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. carga "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Carga de Aulas por Professor - turmas, disciplinas e alunos ativos"
                                           to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-professores
           move 0 to ws-qtd-atribuicoes

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um professor por vez, em ordem de codigo
      *>------------------------------------------------------------------------
       processar-professores section.

           move low-values to fd-pr-codigo
           start arqProfessores key is >= fd-pr-codigo
           if ws-fs-arqProfessores = 0 then
               perform until ws-fs-arqProfessores <> 0
                   read arqProfessores next
                   if ws-fs-arqProfessores = 0 then
                       add 1 to ws-qtd-professores
                       move fd-pr-codigo to ws-cod-prof
                       perform apurar-professor
                   else
                       if ws-fs-arqProfessores <> 10 then
                           move 7                                        to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores                     to ws-msn-erro-cod
                           move "Erro ao ler arq. professores "          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       processar-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apuracao de um professor: as atribuicoes pelo indice alternado
      *>  fd-at-cod-prof, com os alunos ativos de cada turma
      *>------------------------------------------------------------------------
       apurar-professor section.

           move 0      to ws-qtd-disc-prof
           move 0      to ws-qtd-turmas-prof
           move 0      to ws-qtd-alunos-prof
           move spaces to ws-turmas-prof-tab

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           if fd-pr-ativo = "S" then
               string "==== Professor " fd-pr-codigo " - " fd-pr-nome " ===="
                   delimited by size into ws-rel-texto
           else
               string "==== Professor " fd-pr-codigo " - " fd-pr-nome
                      " (INATIVO) ===="
                   delimited by size into ws-rel-texto
           end-if
           write fd-rel-linha from ws-rel-texto

           move ws-cod-prof to fd-at-cod-prof
           start arqAtribuicoes key is = fd-at-cod-prof
           if ws-fs-arqAtribuicoes = 0 then
               move "  Tur Descricao             Dis Disciplina           Ativos"
                                           to ws-rel-texto
               write fd-rel-linha from ws-rel-texto

               perform until ws-fs-arqAtribuicoes <> 0
                          or fd-at-cod-prof <> ws-cod-prof
                   read arqAtribuicoes next
                   if  ws-fs-arqAtribuicoes = 0
                   and fd-at-cod-prof = ws-cod-prof then
                       add 1 to ws-qtd-atribuicoes
                       add 1 to ws-qtd-disc-prof
                       perform imprimir-atribuicao
                   end-if
               end-perform

               if  ws-fs-arqAtribuicoes <> 0
               and ws-fs-arqAtribuicoes <> 10 then
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                     to ws-msn-erro-cod
                   move "Erro ao ler arq. atribuicoes "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-disc-prof = 0 then
               move "  Sem aulas atribuidas" to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           else
               move spaces to ws-rel-texto
               string "  Turmas: " ws-qtd-turmas-prof
                      "  Disciplinas: " ws-qtd-disc-prof
                      "  Alunos ativos atendidos: " ws-qtd-alunos-prof
                   delimited by size into ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if

           .
       apurar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma turma+disciplina do professor; os alunos ativos de
      *>  cada turma entram uma vez so no total do professor
      *>------------------------------------------------------------------------
       imprimir-atribuicao section.

           move fd-at-cod-turma to ws-cod-turma
           perform contar-ativos-turma

           move "N" to ws-turma-contada
           perform varying ws-ind-turma from 1 by 1
                   until ws-ind-turma > ws-qtd-turmas-prof
               if ws-tp-cod-turma(ws-ind-turma) = ws-cod-turma then
                   move "S" to ws-turma-contada
               end-if
           end-perform

           if  ws-turma-contada = "N"
           and ws-qtd-turmas-prof < 30 then
               add 1 to ws-qtd-turmas-prof
               move ws-cod-turma to ws-tp-cod-turma(ws-qtd-turmas-prof)
               add ws-qtd-ativos to ws-qtd-alunos-prof
           end-if

           move ws-cod-turma to ws-rel-cod-turma
           move ws-cod-turma to fd-tu-cod
           read arqTurmas
           if ws-fs-arqTurmas = 0 then
               move fd-tu-descricao to ws-rel-desc-turma
           else
               move "(sem cadastro)" to ws-rel-desc-turma
           end-if

           move fd-at-cod-disc to ws-rel-cod-disc
           move fd-at-cod-disc to fd-cod-disc
           read arqDisciplinas key is fd-cod-disc
           if ws-fs-arqDisciplinas = 0 then
               move fd-nome-disc     to ws-rel-nome-disc
           else
               move "(sem cadastro)" to ws-rel-nome-disc
           end-if

           move ws-qtd-ativos to ws-rel-ativos

           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelCarga <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelCarga                        to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. carga "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os alunos ativos da turma em ws-cod-turma
      *>------------------------------------------------------------------------
       contar-ativos-turma section.

           move 0 to ws-qtd-ativos

           move ws-cod-turma to fd-cod
           start arqAlunos key is >= fd-cod
           if ws-fs-arqAlunos = 0 then
               perform until ws-fs-arqAlunos <> 0
                          or fd-cod <> ws-cod-turma
                   read arqAlunos next
                   if  ws-fs-arqAlunos = 0
                   and fd-cod = ws-cod-turma
                   and fd-status = "A" then
                       add 1 to ws-qtd-ativos
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
       contar-ativos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do relatorio
      *>------------------------------------------------------------------------
       imprimir-rodape section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Professores: " ws-qtd-professores
                  "  Atribuicoes turma/disciplina: " ws-qtd-atribuicoes
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Carga de aulas apurada: " ws-qtd-professores
                   " professores, " ws-qtd-atribuicoes " atribuicoes."
           display "Relatorio em relCargaProfessores.txt"

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
           close arqProfessores
           close arqAtribuicoes
           close arqRelCarga

           .
       finaliza-exit.
           exit.
