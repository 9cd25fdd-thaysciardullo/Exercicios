      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3correcoesnota".
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

      *>----Pedidos de correcao de nota do historico registrados e
      *>    decididos no lista11exercicio3indexado
           select arqCorrecoesNota assign to "arqCorrecoesNota.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cn-numero
           file status is ws-fs-arqCorrecoesNota.

      *>----Relatorio dos pedidos pendentes e decididos
           select arqRelCorrecoes assign to "relCorrecoesNota.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelCorrecoes.

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

      *>----Layout do arqCorrecoesNota.dat (lista11exercicio3indexado):
      *>    status "P" pendente / "A" aprovado / "N" negado
       fd  arqCorrecoesNota.
       01  fd-correcoes-nota.
           05  fd-cn-numero                        pic 9(05).
           05  fd-cn-id-aluno                      pic 9(05).
           05  fd-cn-ano                           pic 9(04).
           05  fd-cn-semestre                      pic 9(01).
           05  fd-cn-cod-disc                      pic x(03).
           05  fd-cn-num-nota                      pic 9(01).
           05  fd-cn-nota-ant                      pic 9(02)v99.
           05  fd-cn-nota-nova                     pic 9(02)v99.
           05  fd-cn-motivo                        pic x(40).
           05  fd-cn-status                        pic x(01).
           05  fd-cn-operador                      pic x(06).
           05  fd-cn-data-pedido                   pic 9(08).
           05  fd-cn-coordenador                   pic x(06).
           05  fd-cn-data-decisao                  pic 9(08).
           05  fd-cn-parecer                       pic x(40).

       fd  arqRelCorrecoes.
       01  fd-rel-linha                            pic x(90).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqCorrecoesNota                  pic  9(02).
       77  ws-fs-arqRelCorrecoes                   pic  9(02).
       77  ws-tem-correcoes                        pic x(01).

      *>----Parametro: ano do pedido (0 = todos)
       77  ws-ano                                  pic 9(04).

      *>----Parte do relatorio em impressao: "P" pendentes / "D" decididos
       77  ws-parte                                pic x(01).
       77  ws-decisao-desc                         pic x(08).
       77  ws-data-ed                              pic x(10).

      *>----Totais
       77  ws-qtd-pendentes                        pic 9(05).
       77  ws-qtd-aprovados                        pic 9(05).
       77  ws-qtd-negados                          pic 9(05).

       01  ws-rel-detalhe.
           05  filler                              pic x(02) value space.
           05  ws-rel-numero                       pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-rel-data                         pic x(10).
           05  filler                              pic x(01) value space.
           05  ws-rel-id                           pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-rel-aluno                        pic x(20).
           05  filler                              pic x(01) value space.
           05  ws-rel-periodo                      pic x(06).
           05  filler                              pic x(01) value space.
           05  ws-rel-disc                         pic x(03).
           05  filler                              pic x(01) value space.
           05  ws-rel-num-nota                     pic 9(01).
           05  filler                              pic x(01) value space.
           05  ws-rel-nota-ant                     pic z9,99.
           05  filler                              pic x(01) value space.
           05  ws-rel-nota-nova                    pic z9,99.
           05  filler                              pic x(01) value space.
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
           perform relatorio-correcoes.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametro, abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Pedidos de Correcao de Nota ===="
           display " Informe o ano do pedido (aaaa, 0 = todos):"
           accept ws-ano

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-correcoes
           open input arqCorrecoesNota
           if ws-fs-arqCorrecoesNota = 35 then
      *>        nenhum pedido registrado ate hoje
               move "N" to ws-tem-correcoes
           else
               if ws-fs-arqCorrecoesNota <> 0 then
                   move 2                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCorrecoesNota                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. correcoes nota "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelCorrecoes
           if ws-fs-arqRelCorrecoes <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelCorrecoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. correcoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           if ws-ano = 0 then
               move "Pedidos de Correcao de Nota do Historico - todos os anos"
                                                   to ws-rel-texto
           else
               string "Pedidos de Correcao de Nota do Historico - " ws-ano
                   delimited by size into ws-rel-texto
           end-if
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-pendentes
           move 0 to ws-qtd-aprovados
           move 0 to ws-qtd-negados

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Duas partes em ordem de numero: primeiro os pendentes, depois os
      *>  ja decididos com o parecer do coordenador; totais no final
      *>------------------------------------------------------------------------
       relatorio-correcoes section.

           move "P" to ws-parte
           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "PENDENTES DE DECISAO"             to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           perform imprimir-parte

           move "D" to ws-parte
           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           move "DECIDIDOS"                        to ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           perform imprimir-parte

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Pendentes.................: " ws-qtd-pendentes
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Aprovados.................: " ws-qtd-aprovados
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Negados...................: " ws-qtd-negados
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Pendentes: " ws-qtd-pendentes
                   " Aprovados: " ws-qtd-aprovados
                   " Negados: " ws-qtd-negados
           display "Relatorio gravado em relCorrecoesNota.txt"

           .
       relatorio-correcoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o arquivo de pedidos imprimindo os da parte corrente
      *>------------------------------------------------------------------------
       imprimir-parte section.

           move "  Num.  Pedido     Id    Aluno                Sem.   Dis N  Ant.  Nova Oper."
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-tem-correcoes = "N" then
               go to imprimir-parte-exit
           end-if

           move 0 to fd-cn-numero
           start arqCorrecoesNota key is >= fd-cn-numero
           if ws-fs-arqCorrecoesNota = 0 then
               perform until ws-fs-arqCorrecoesNota <> 0
                   read arqCorrecoesNota next
                   if ws-fs-arqCorrecoesNota = 0 then
                       if ws-ano = 0
                       or fd-cn-data-pedido (1:4) = ws-ano then
                           if  ws-parte = "P"
                           and fd-cn-status = "P" then
                               perform imprimir-pedido
                           end-if
                           if  ws-parte = "D"
                           and fd-cn-status <> "P" then
                               perform imprimir-pedido
                           end-if
                       end-if
                   else
                       if ws-fs-arqCorrecoesNota <> 10 then
                           move 4                                        to ws-msn-erro-ofsset
                           move ws-fs-arqCorrecoesNota                   to ws-msn-erro-cod
                           move "Erro ao ler arq. correcoes nota "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       imprimir-parte-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do pedido, motivo na seguinte e, se decidido, a decisao
      *>------------------------------------------------------------------------
       imprimir-pedido section.

           move fd-cn-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos = 23 then
               move "*** Id fora do cadastro ***" to fd-aluno
           else
               if ws-fs-arqAlunos <> 0 then
                   move 5                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces to ws-rel-data
           string fd-cn-data-pedido (7:2) "/" fd-cn-data-pedido (5:2) "/"
                  fd-cn-data-pedido (1:4)
               delimited by size into ws-rel-data
           move spaces to ws-rel-periodo
           string fd-cn-ano "/" fd-cn-semestre
               delimited by size into ws-rel-periodo
           move fd-cn-numero     to ws-rel-numero
           move fd-cn-id-aluno   to ws-rel-id
           move fd-aluno         to ws-rel-aluno
           move fd-cn-cod-disc   to ws-rel-disc
           move fd-cn-num-nota   to ws-rel-num-nota
           move fd-cn-nota-ant   to ws-rel-nota-ant
           move fd-cn-nota-nova  to ws-rel-nota-nova
           move fd-cn-operador   to ws-rel-operador
           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelCorrecoes <> 0 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelCorrecoes                    to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. correcoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           string "         Motivo: " fd-cn-motivo
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           evaluate fd-cn-status
               when "P"
                   add 1 to ws-qtd-pendentes
                   go to imprimir-pedido-exit
               when "A"
                   add 1 to ws-qtd-aprovados
                   move "APROVADO" to ws-decisao-desc
               when other
                   add 1 to ws-qtd-negados
                   move "NEGADO"   to ws-decisao-desc
           end-evaluate

           move spaces to ws-data-ed
           string fd-cn-data-decisao (7:2) "/" fd-cn-data-decisao (5:2) "/"
                  fd-cn-data-decisao (1:4)
               delimited by size into ws-data-ed
           move spaces to ws-rel-texto
           string "         " ws-decisao-desc " em " ws-data-ed
                  " por " fd-cn-coordenador ": " fd-cn-parecer
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           .
       imprimir-pedido-exit.
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
           if ws-tem-correcoes = "S" then
               close arqCorrecoesNota
           end-if
           close arqRelCorrecoes

           .
       finaliza-exit.
           exit.
