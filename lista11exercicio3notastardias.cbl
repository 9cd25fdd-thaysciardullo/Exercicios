      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3notastardias".
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

      *>----Reaberturas de bimestre concedidas pelo coordenador
      *>    (lista11exercicio3indexado), para o motivo de cada lancamento
           select arqReaberturas assign to "arqReaberturas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-reabertura
           file status is ws-fs-arqReaberturas.

      *>----Lancamentos tardios gravados pela tela de notas e pela carga
      *>    em lote (lista11exercicio3notaslote)
           select arqNotasTardias assign to "notasTardias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNotasTardias.

      *>----Relatorio dos lancamentos tardios
           select arqRelNotasTardias assign to "relNotasTardias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelNotasTardias.

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

      *>----Layout do arqReaberturas.dat (lista11exercicio3indexado)
       fd  arqReaberturas.
       01  fd-reaberturas.
           05  fd-chave-reabertura.
               10  fd-ra-ano                       pic 9(04).
               10  fd-ra-bimestre                  pic 9(01).
               10  fd-ra-cod-turma                 pic x(03).
               10  fd-ra-cod-disc                  pic x(03).
           05  fd-ra-ate                           pic 9(08).
           05  fd-ra-motivo                        pic x(40).
           05  fd-ra-operador                      pic x(06).
           05  fd-ra-data                          pic 9(08).

      *>----Layout do notasTardias.txt (lista11exercicio3indexado)
       fd  arqNotasTardias.
       01  fd-notas-tardias.
           05  fd-nt-data-hora.
               10  fd-nt-data                      pic 9(08).
               10  fd-nt-hora                      pic 9(06).
           05  filler                              pic x(01).
           05  fd-nt-operador                      pic x(06).
           05  filler                              pic x(01).
           05  fd-nt-origem                        pic x(01).
           05  filler                              pic x(01).
           05  fd-nt-id-aluno                      pic 9(05).
           05  filler                              pic x(01).
           05  fd-nt-cod-turma                     pic x(03).
           05  filler                              pic x(01).
           05  fd-nt-cod-disc                      pic x(03).
           05  filler                              pic x(01).
           05  fd-nt-bimestre                      pic 9(01).
           05  filler                              pic x(01).
           05  fd-nt-nota-ant                      pic 9(02)v99.
           05  filler                              pic x(01).
           05  fd-nt-nota-nova                     pic 9(02)v99.

       fd  arqRelNotasTardias.
       01  fd-rel-linha                            pic x(90).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqReaberturas                    pic  9(02).
       77  ws-fs-arqNotasTardias                   pic  9(02).
       77  ws-fs-arqRelNotasTardias                pic  9(02).
       77  ws-tem-reaberturas                      pic x(01).
       77  ws-tem-tardias                          pic x(01).

      *>----Parametros: ano e turma (vazio = todas)
       77  ws-ano                                  pic 9(04).
       77  ws-cod                                  pic x(03).

      *>----Totais
       77  ws-qtd-lidos                            pic 9(06).
       77  ws-qtd-listados                         pic 9(06).
       77  ws-qtd-tela                             pic 9(06).
       77  ws-qtd-lote                             pic 9(06).

       01  ws-rel-detalhe.
           05  filler                              pic x(02) value space.
           05  ws-rel-data                         pic x(10).
           05  filler                              pic x(01) value space.
           05  ws-rel-hora                         pic x(05).
           05  filler                              pic x(02) value space.
           05  ws-rel-id                           pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-rel-aluno                        pic x(20).
           05  filler                              pic x(01) value space.
           05  ws-rel-turma                        pic x(03).
           05  filler                              pic x(01) value space.
           05  ws-rel-disc                         pic x(03).
           05  filler                              pic x(01) value space.
           05  ws-rel-bimestre                     pic 9(01).
           05  filler                              pic x(01) value space.
           05  ws-rel-nota-ant                     pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-rel-nota-nova                    pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-rel-operador                     pic x(06).
           05  filler                              pic x(01) value space.
           05  ws-rel-origem                       pic x(05).

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
           perform relatorio-notas-tardias.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametros, abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Lancamentos Tardios de Notas (reabertura) ===="
           display " Informe o ano (aaaa):"
           accept ws-ano
           display " Informe o Cod da turma (vazio = todas):"
           move spaces to ws-cod
           accept ws-cod

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-reaberturas
           open input arqReaberturas
           if ws-fs-arqReaberturas = 35 then
               move "N" to ws-tem-reaberturas
           else
               if ws-fs-arqReaberturas <> 0 then
                   move 2                                        to ws-msn-erro-ofsset
                   move ws-fs-arqReaberturas                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. reaberturas "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-tardias
           open input arqNotasTardias
           if ws-fs-arqNotasTardias = 35 then
      *>        nenhum lancamento tardio registrado ate hoje
               move "N" to ws-tem-tardias
           else
               if ws-fs-arqNotasTardias <> 0 then
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqNotasTardias                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. notas tardias "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelNotasTardias
           if ws-fs-arqRelNotasTardias <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelNotasTardias                 to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. notas tardias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           string "Lancamentos Tardios de Notas sob Reabertura de Bimestre - "
                  ws-ano
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-cod <> spaces then
               move spaces to ws-rel-texto
               string "Turma: " ws-cod
                   delimited by size into ws-rel-texto
               write fd-rel-linha from ws-rel-texto
           end-if

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "  Data       Hora   Id    Aluno                Tur Dis B  Ant.  Nova Oper.  Orig."
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-lidos
           move 0 to ws-qtd-listados
           move 0 to ws-qtd-tela
           move 0 to ws-qtd-lote

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lancamentos do ano (e da turma informada) na ordem em que foram
      *>  feitos, cada um com o motivo da reabertura que o permitiu
      *>------------------------------------------------------------------------
       relatorio-notas-tardias section.

           if ws-tem-tardias = "S" then
               perform until ws-fs-arqNotasTardias = 10
                   read arqNotasTardias
                   if ws-fs-arqNotasTardias = 0 then
                       add 1 to ws-qtd-lidos
                       if  fd-nt-data (1:4) = ws-ano
                       and (ws-cod = spaces or fd-nt-cod-turma = ws-cod) then
                           perform imprimir-nota-tardia
                       end-if
                   else
                       if ws-fs-arqNotasTardias <> 10 then
                           move 5                                        to ws-msn-erro-ofsset
                           move ws-fs-arqNotasTardias                    to ws-msn-erro-cod
                           move "Erro ao ler arq. notas tardias "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Lancamentos tardios.......: " ws-qtd-listados
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "  pela tela de notas......: " ws-qtd-tela
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "  pela carga em lote......: " ws-qtd-lote
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Lancamentos tardios: " ws-qtd-listados
                   " (tela: " ws-qtd-tela " lote: " ws-qtd-lote ")"
           display "Relatorio gravado em relNotasTardias.txt"

           .
       relatorio-notas-tardias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um lancamento, com o motivo da reabertura na seguinte
      *>------------------------------------------------------------------------
       imprimir-nota-tardia section.

           add 1 to ws-qtd-listados

           move fd-nt-id-aluno to fd-id-aluno
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

           move spaces to ws-rel-data
           string fd-nt-data (7:2) "/" fd-nt-data (5:2) "/" fd-nt-data (1:4)
               delimited by size into ws-rel-data
           move spaces to ws-rel-hora
           string fd-nt-hora (1:2) ":" fd-nt-hora (3:2)
               delimited by size into ws-rel-hora
           move fd-nt-id-aluno   to ws-rel-id
           move fd-aluno         to ws-rel-aluno
           move fd-nt-cod-turma  to ws-rel-turma
           move fd-nt-cod-disc   to ws-rel-disc
           move fd-nt-bimestre   to ws-rel-bimestre
           move fd-nt-nota-ant   to ws-rel-nota-ant
           move fd-nt-nota-nova  to ws-rel-nota-nova
           move fd-nt-operador   to ws-rel-operador
           if fd-nt-origem = "L" then
               move "LOTE"       to ws-rel-origem
               add 1 to ws-qtd-lote
           else
               move "TELA"       to ws-rel-origem
               add 1 to ws-qtd-tela
           end-if
           write fd-rel-linha from ws-rel-detalhe

           move spaces to ws-rel-texto
           if ws-tem-reaberturas = "S" then
               move fd-nt-data (1:4) to fd-ra-ano
               move fd-nt-bimestre   to fd-ra-bimestre
               move fd-nt-cod-turma  to fd-ra-cod-turma
               move fd-nt-cod-disc   to fd-ra-cod-disc
               read arqReaberturas
               if ws-fs-arqReaberturas = 0 then
                   string "             Reaberto por " fd-ra-operador
                          " ate " fd-ra-ate ": " fd-ra-motivo
                       delimited by size into ws-rel-texto
               else
                   if ws-fs-arqReaberturas <> 23 then
                       move 7                                        to ws-msn-erro-ofsset
                       move ws-fs-arqReaberturas                     to ws-msn-erro-cod
                       move "Erro ao ler arq. reaberturas "          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           if ws-rel-texto = spaces then
               move "             *** reabertura nao encontrada ***"
                                                   to ws-rel-texto
           end-if
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelNotasTardias <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelNotasTardias                 to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. notas tardias" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-nota-tardia-exit.
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
           if ws-tem-reaberturas = "S" then
               close arqReaberturas
           end-if
           if ws-tem-tardias = "S" then
               close arqNotasTardias
           end-if
           close arqRelNotasTardias

           .
       finaliza-exit.
           exit.
