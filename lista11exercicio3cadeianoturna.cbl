      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3cadeianoturna".
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
      *>----Roteiro da cadeia noturna: um passo por linha, na ordem de
      *>    execucao (linha com passo nao numerico e comentario)
           select arqCadeia assign to "cadeiaNoturna.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCadeia.

      *>----Log de execucao: inicio, fim e situacao de cada passo, de
      *>    todas as noites (acumulado)
           select arqLogCadeia assign to "logCadeiaNoturna.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogCadeia.

      *>----Checkpoint da cadeia: uma linha com a fase da ultima execucao
      *>    e o passo em que ela parou, para a retomada na noite seguinte
           select arqCheckpoint assign to "checkpointCadeia.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCheckpoint.

      *>----Folha de execucao (uma pagina) para o turno da manha
           select arqFolha assign to "folhaCadeiaNoturna.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFolha.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Passo da cadeia: condicao "S" sempre, "O" somente se nenhum
      *>    passo anterior falhou, "U" somente de segunda a sexta ou "P"
      *>    pergunta ao operador (ex.: backup antes do fechamento);
      *>    para-falha "S" interrompe a cadeia quando o passo falha
       fd  arqCadeia.
       01  fd-cadeia.
           05  fd-cn-passo                         pic x(02).
           05  filler                              pic x(01).
           05  fd-cn-programa                      pic x(40).
           05  filler                              pic x(01).
           05  fd-cn-condicao                      pic x(01).
           05  filler                              pic x(01).
           05  fd-cn-para-falha                    pic x(01).
           05  filler                              pic x(01).
           05  fd-cn-descricao                     pic x(30).

      *>----Linha do log: situacao OK, AVISO, FALHA ou PULADO
       fd  arqLogCadeia.
       01  fd-log-cadeia.
           05  fd-lg-execucao                      pic x(14).
           05  filler                              pic x(01).
           05  fd-lg-passo                         pic 9(02).
           05  filler                              pic x(01).
           05  fd-lg-programa                      pic x(40).
           05  filler                              pic x(01).
           05  fd-lg-inicio                        pic x(14).
           05  filler                              pic x(01).
           05  fd-lg-fim                           pic x(14).
           05  filler                              pic x(01).
           05  fd-lg-situacao                      pic x(08).
           05  filler                              pic x(01).
           05  fd-lg-rc                            pic 9(04).

      *>----Linha unica do checkpoint: fase "A" em andamento, "E" parada
      *>    por falha ou "F" concluida; passo = onde retomar
       fd  arqCheckpoint.
       01  fd-checkpoint.
           05  fd-cp-fase                          pic x(01).
           05  fd-cp-execucao                      pic x(14).
           05  fd-cp-passo                         pic 9(02).

       fd  arqFolha.
       01  fd-folha-linha                          pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqCadeia                         pic  9(02).
       77  ws-fs-arqLogCadeia                      pic  9(02).
       77  ws-fs-arqCheckpoint                     pic  9(02).
       77  ws-fs-arqFolha                          pic  9(02).

      *>----Tabela em memoria dos passos do roteiro e do resultado de cada
      *>    um nesta execucao
       77  ws-qtd-passos                           pic 9(02).
       77  ws-ind-passo                            pic 9(02).
       01  ws-passos-tab.
           05  ws-passo occurs 20.
               10  ws-ps-passo                     pic 9(02).
               10  ws-ps-programa                  pic x(40).
               10  ws-ps-condicao                  pic x(01).
               10  ws-ps-para-falha                pic x(01).
               10  ws-ps-descricao                 pic x(30).
               10  ws-ps-inicio                    pic x(14).
               10  ws-ps-fim                       pic x(14).
               10  ws-ps-situacao                  pic x(08).
               10  ws-ps-rc                        pic 9(04).

      *>----Controle do checkpoint/retomada
       77  ws-cp-retomar                           pic x(01).
       77  ws-cp-fase                              pic x(01).
       77  ws-cp-passo                             pic 9(02).
       77  ws-passo-inicio                         pic 9(02).

      *>----Controle da execucao
       77  ws-execucao                             pic x(14).
       77  ws-data-hoje                            pic 9(08).
       77  ws-int-data                             pic 9(08).
       77  ws-semanas                              pic 9(08).
       77  ws-dia-semana                           pic 9(01).
       77  ws-executar                             pic x(01).
       77  ws-resposta                             pic x(01).
       77  ws-houve-falha                          pic x(01).
       77  ws-cadeia-parada                        pic x(01).
       77  ws-passo-falha                          pic 9(02).
       77  ws-comando                              pic x(41).
       77  ws-rc-sistema                           pic s9(09) comp-5.
       77  ws-rc-passo                             pic 9(04).
       77  ws-rc-maior                             pic 9(04).

      *>----Totais da folha de execucao
       77  ws-qtd-ok                               pic 9(02).
       77  ws-qtd-aviso                            pic 9(02).
       77  ws-qtd-falha                            pic 9(02).
       77  ws-qtd-pulados                          pic 9(02).
       77  ws-qtd-nao-exec                         pic 9(02).
       77  ws-qtd-anteriores                       pic 9(02).

       01  ws-folha-detalhe.
           05  ws-fl-passo                         pic 9(02).
           05  filler                              pic x(01) value space.
           05  ws-fl-descricao                     pic x(30).
           05  filler                              pic x(02) value space.
           05  ws-fl-condicao                      pic x(01).
           05  filler                              pic x(02) value space.
           05  ws-fl-inicio                        pic x(05).
           05  filler                              pic x(01) value space.
           05  ws-fl-fim                           pic x(05).
           05  filler                              pic x(02) value space.
           05  ws-fl-situacao                      pic x(08).
           05  filler                              pic x(01) value space.
           05  ws-fl-rc                            pic zzz9.

       01  ws-folha-texto                          pic x(80).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processar-cadeia.
           perform imprimir-folha.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Carga do roteiro e verificacao da execucao anterior
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Cadeia Batch Noturna ===="

           move function current-date (1:14) to ws-execucao
           move ws-execucao (1:8)            to ws-data-hoje

      *>    o dia 1 do calendario inteiro (01/01/1601) foi uma segunda:
      *>    resto 0 = segunda ... 4 = sexta, 5 = sabado, 6 = domingo
           compute ws-int-data = function integer-of-date (ws-data-hoje) - 1
           divide ws-int-data by 7 giving ws-semanas
                  remainder ws-dia-semana

           perform carregar-cadeia

           if ws-qtd-passos = 0 then
               display "Roteiro cadeiaNoturna.txt sem passos validos."
               stop run
           end-if

      *>    uma execucao que parou (falha ou queda) deixa o checkpoint com
      *>    o passo onde parou; o operador pode retomar dali em vez de
      *>    rodar a cadeia desde o primeiro passo
           move 0 to ws-passo-inicio
           perform verificar-checkpoint

           move "N" to ws-houve-falha
           move "N" to ws-cadeia-parada
           move 0   to ws-passo-falha
           move 0   to ws-rc-maior

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o roteiro para a tabela; sem roteiro, grava o roteiro padrao
      *>  com a ordem usual da noite (ajustavel com qualquer editor)
      *>------------------------------------------------------------------------
       carregar-cadeia section.

           move 0 to ws-qtd-passos
           initialize ws-passos-tab

           open input arqCadeia
           if ws-fs-arqCadeia = 35 then
               perform semear-cadeia-padrao
               open input arqCadeia
           end-if
           if ws-fs-arqCadeia <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqCadeia                          to ws-msn-erro-cod
               move "Erro ao abrir arq. cadeia noturna "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCadeia = 10
                      or ws-qtd-passos >= 20
               read arqCadeia
               if ws-fs-arqCadeia = 0 then
                   if  fd-cn-passo is numeric
                   and fd-cn-programa <> spaces then
                       add 1 to ws-qtd-passos
                       move fd-cn-passo      to ws-ps-passo(ws-qtd-passos)
                       move fd-cn-programa   to ws-ps-programa(ws-qtd-passos)
                       move fd-cn-descricao  to ws-ps-descricao(ws-qtd-passos)

                       move fd-cn-condicao   to ws-ps-condicao(ws-qtd-passos)
                       if  fd-cn-condicao <> "S" and fd-cn-condicao <> "O"
                       and fd-cn-condicao <> "U" and fd-cn-condicao <> "P" then
                           move "S"          to ws-ps-condicao(ws-qtd-passos)
                       end-if

                       move fd-cn-para-falha to ws-ps-para-falha(ws-qtd-passos)
                       if fd-cn-para-falha <> "N" then
                           move "S"          to ws-ps-para-falha(ws-qtd-passos)
                       end-if

                       move "NAO EXEC"       to ws-ps-situacao(ws-qtd-passos)
                   end-if
               else
                   if ws-fs-arqCadeia <> 10 then
                       move 2                                        to ws-msn-erro-ofsset
                       move ws-fs-arqCadeia                          to ws-msn-erro-cod
                       move "Erro ao ler arq. cadeia noturna "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqCadeia

           .
       carregar-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Roteiro padrao: conciliacao e integridade antes de tudo, resumo
      *>  do dia, exportacao e retorno para a secretaria e, a pedido do
      *>  operador, o backup/reorganizacao que antecede o fechamento
      *>------------------------------------------------------------------------
       semear-cadeia-padrao section.

           open output arqCadeia
           if ws-fs-arqCadeia <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqCadeia                          to ws-msn-erro-cod
               move "Erro ao criar arq. cadeia noturna "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "*  Ps Programa / Cond (S/O/U/P) / Para na falha (S/N) / Descricao"
                                                   to fd-cadeia
           write fd-cadeia

           move spaces                              to fd-cadeia
           move "01"                                to fd-cn-passo
           move "./lista11exercicio3reconciliacao"  to fd-cn-programa
           move "S"                                 to fd-cn-condicao
           move "S"                                 to fd-cn-para-falha
           move "CONCILIACAO DOS CADASTROS"         to fd-cn-descricao
           write fd-cadeia

           move spaces                              to fd-cadeia
           move "02"                                to fd-cn-passo
           move "./lista11exercicio3integridade"    to fd-cn-programa
           move "S"                                 to fd-cn-condicao
           move "S"                                 to fd-cn-para-falha
           move "INTEGRIDADE DO CADASTRO"           to fd-cn-descricao
           write fd-cadeia

           move spaces                              to fd-cadeia
           move "03"                                to fd-cn-passo
           move "./lista11exercicio3resumodia"      to fd-cn-programa
           move "S"                                 to fd-cn-condicao
           move "N"                                 to fd-cn-para-falha
           move "RESUMO DO DIA"                     to fd-cn-descricao
           write fd-cadeia

           move spaces                              to fd-cadeia
           move "04"                                to fd-cn-passo
           move "./lista11exercicio3exportacao"     to fd-cn-programa
           move "O"                                 to fd-cn-condicao
           move "S"                                 to fd-cn-para-falha
           move "EXPORTACAO DE RESULTADOS"          to fd-cn-descricao
           write fd-cadeia

           move spaces                              to fd-cadeia
           move "05"                                to fd-cn-passo
           move "./lista11exercicio3retorno"        to fd-cn-programa
           move "O"                                 to fd-cn-condicao
           move "S"                                 to fd-cn-para-falha
           move "RETORNO DA SECRETARIA"             to fd-cn-descricao
           write fd-cadeia

           move spaces                              to fd-cadeia
           move "06"                                to fd-cn-passo
           move "./lista11backupreorganizacao"      to fd-cn-programa
           move "P"                                 to fd-cn-condicao
           move "S"                                 to fd-cn-para-falha
           move "BACKUP E REORGANIZACAO"            to fd-cn-descricao
           write fd-cadeia
           if ws-fs-arqCadeia <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqCadeia                          to ws-msn-erro-cod
               move "Erro ao gravar arq. cadeia noturna "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadeia

           display "Roteiro padrao gravado em cadeiaNoturna.txt"

           .
       semear-cadeia-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o checkpoint da execucao anterior; achando execucao parada,
      *>  oferece a retomada a partir do passo onde ela parou
      *>------------------------------------------------------------------------
       verificar-checkpoint section.

           move "N" to ws-cp-retomar

           open input arqCheckpoint
           if ws-fs-arqCheckpoint = 35 then
               go to verificar-checkpoint-exit
           end-if
           if ws-fs-arqCheckpoint <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqCheckpoint                      to ws-msn-erro-cod
               move "Erro ao abrir arq. checkpoint "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           read arqCheckpoint
           if  ws-fs-arqCheckpoint = 0
           and (fd-cp-fase = "A" or fd-cp-fase = "E") then
               if fd-cp-fase = "A" then
                   display "Execucao de " fd-cp-execucao (7:2) "/"
                           fd-cp-execucao (5:2) "/" fd-cp-execucao (1:4)
                           " interrompida durante o passo " fd-cp-passo
               else
                   display "Execucao de " fd-cp-execucao (7:2) "/"
                           fd-cp-execucao (5:2) "/" fd-cp-execucao (1:4)
                           " parada por falha no passo " fd-cp-passo
               end-if
               display "Retomar a partir do passo " fd-cp-passo
                       "? 'S' ou 'N'ao (desde o inicio):"
               accept ws-cp-retomar

               if ws-cp-retomar = "S" or ws-cp-retomar = "s" then
                   move "S"         to ws-cp-retomar
                   move fd-cp-passo to ws-passo-inicio
                   display "Retomando a partir do passo " ws-passo-inicio
               end-if
           end-if

           close arqCheckpoint

           .
       verificar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o checkpoint (linha unica); fase em ws-cp-fase e passo
      *>  em ws-cp-passo
      *>------------------------------------------------------------------------
       gravar-checkpoint section.

           open output arqCheckpoint
           if ws-fs-arqCheckpoint <> 0 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqCheckpoint                      to ws-msn-erro-cod
               move "Erro ao regravar arq. checkpoint "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cp-fase   to fd-cp-fase
           move ws-execucao  to fd-cp-execucao
           move ws-cp-passo  to fd-cp-passo

           write fd-checkpoint
           if ws-fs-arqCheckpoint <> 0 then
               move 7                                        to ws-msn-erro-ofsset
               move ws-fs-arqCheckpoint                      to ws-msn-erro-cod
               move "Erro ao gravar arq. checkpoint "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCheckpoint

           .
       gravar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa os passos em sequencia; passo anterior ao ponto de
      *>  retomada ja rodou na execucao anterior e nao e repetido
      *>------------------------------------------------------------------------
       processar-cadeia section.

           perform varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-qtd-passos
                      or ws-cadeia-parada = "S"
               if ws-ps-passo(ws-ind-passo) < ws-passo-inicio then
                   move "ANTERIOR" to ws-ps-situacao(ws-ind-passo)
               else
                   perform executar-passo
               end-if
           end-perform

           if ws-houve-falha = "S" then
               move "E"            to ws-cp-fase
               move ws-passo-falha to ws-cp-passo
               display "Cadeia com falha no passo " ws-passo-falha
                       " - retome a partir dele na proxima execucao."
           else
               move "F"            to ws-cp-fase
               move 0              to ws-cp-passo
               display "Cadeia noturna concluida."
           end-if
           perform gravar-checkpoint

           .
       processar-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um passo: confere a condicao, marca o checkpoint em andamento,
      *>  roda o programa e registra inicio, fim e codigo de retorno
      *>------------------------------------------------------------------------
       executar-passo section.

           move "S" to ws-executar

           evaluate ws-ps-condicao(ws-ind-passo)
               when "O"
                   if ws-houve-falha = "S" then
                       move "N" to ws-executar
                   end-if
               when "U"
                   if ws-dia-semana > 4 then
                       move "N" to ws-executar
                   end-if
               when "P"
                   display "Executar o passo " ws-ps-passo(ws-ind-passo)
                           " - " ws-ps-descricao(ws-ind-passo)
                           "? 'S' ou 'N'ao:"
                   accept ws-resposta
                   if ws-resposta <> "S" and ws-resposta <> "s" then
                       move "N" to ws-executar
                   end-if
               when other
                   continue
           end-evaluate

           if ws-executar = "N" then
               move function current-date (1:14)
                                     to ws-ps-inicio(ws-ind-passo)
               move ws-ps-inicio(ws-ind-passo)
                                     to ws-ps-fim(ws-ind-passo)
               move "PULADO"         to ws-ps-situacao(ws-ind-passo)
               move 0                to ws-ps-rc(ws-ind-passo)
               perform gravar-log-passo
               go to executar-passo-exit
           end-if

      *>    checkpoint antes de rodar: uma queda no meio do passo deixa a
      *>    retomada apontando para ele
           move "A"                        to ws-cp-fase
           move ws-ps-passo(ws-ind-passo)  to ws-cp-passo
           perform gravar-checkpoint

           display "Passo " ws-ps-passo(ws-ind-passo) ": "
                   ws-ps-descricao(ws-ind-passo)
           move function current-date (1:14) to ws-ps-inicio(ws-ind-passo)

           move ws-ps-programa(ws-ind-passo) to ws-comando
           call "SYSTEM" using ws-comando
           move return-code to ws-rc-sistema
           move 0           to return-code

      *>    o SYSTEM devolve o status do sistema operacional, com o codigo
      *>    de saida do programa no segundo byte (codigo * 256)
           if ws-rc-sistema < 0 then
               move 9999 to ws-rc-passo
           else
               if ws-rc-sistema > 255 then
                   divide ws-rc-sistema by 256 giving ws-rc-passo
               else
                   move ws-rc-sistema to ws-rc-passo
               end-if
           end-if

           move function current-date (1:14) to ws-ps-fim(ws-ind-passo)
           move ws-rc-passo                   to ws-ps-rc(ws-ind-passo)
           if ws-rc-passo > ws-rc-maior then
               move ws-rc-passo to ws-rc-maior
           end-if

      *>    0 = OK, ate 4 = aviso (concluido com ocorrencias), acima = falha
           evaluate true
               when ws-rc-passo = 0
                   move "OK"    to ws-ps-situacao(ws-ind-passo)
               when ws-rc-passo <= 4
                   move "AVISO" to ws-ps-situacao(ws-ind-passo)
               when other
                   move "FALHA" to ws-ps-situacao(ws-ind-passo)
                   if ws-houve-falha = "N" then
                       move "S"                       to ws-houve-falha
                       move ws-ps-passo(ws-ind-passo) to ws-passo-falha
                   end-if
                   if ws-ps-para-falha(ws-ind-passo) = "S" then
                       move "S" to ws-cadeia-parada
                   end-if
           end-evaluate

           display "Passo " ws-ps-passo(ws-ind-passo) " terminou: "
                   ws-ps-situacao(ws-ind-passo) " (codigo " ws-rc-passo ")"

           perform gravar-log-passo

           .
       executar-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do passo corrente no log de execucao
      *>------------------------------------------------------------------------
       gravar-log-passo section.

           open extend arqLogCadeia
           if ws-fs-arqLogCadeia = 35 then
               open output arqLogCadeia
           end-if
           if ws-fs-arqLogCadeia <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogCadeia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. log cadeia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                          to fd-log-cadeia
           move ws-execucao                     to fd-lg-execucao
           move ws-ps-passo(ws-ind-passo)       to fd-lg-passo
           move ws-ps-programa(ws-ind-passo)    to fd-lg-programa
           move ws-ps-inicio(ws-ind-passo)      to fd-lg-inicio
           move ws-ps-fim(ws-ind-passo)         to fd-lg-fim
           move ws-ps-situacao(ws-ind-passo)    to fd-lg-situacao
           move ws-ps-rc(ws-ind-passo)          to fd-lg-rc
           write fd-log-cadeia
           if ws-fs-arqLogCadeia <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogCadeia                       to ws-msn-erro-cod
               move "Erro ao gravar arq. log cadeia "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqLogCadeia
           if ws-fs-arqLogCadeia <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqLogCadeia                       to ws-msn-erro-cod
               move "Erro ao fechar arq. log cadeia "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-log-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Folha de execucao de uma pagina: um passo por linha, totais e
      *>  campo de ciencia do turno da manha
      *>------------------------------------------------------------------------
       imprimir-folha section.

           open output arqFolha
           if ws-fs-arqFolha <> 0 then
               move 11                                       to ws-msn-erro-ofsset
               move ws-fs-arqFolha                           to ws-msn-erro-cod
               move "Erro ao abrir arq. folha execucao "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-ok
           move 0 to ws-qtd-aviso
           move 0 to ws-qtd-falha
           move 0 to ws-qtd-pulados
           move 0 to ws-qtd-nao-exec
           move 0 to ws-qtd-anteriores

           move "FOLHA DE EXECUCAO - CADEIA BATCH NOTURNA" to ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           move spaces to ws-folha-texto
           string "Execucao: " ws-execucao (7:2) "/" ws-execucao (5:2) "/"
                  ws-execucao (1:4) " " ws-execucao (9:2) ":"
                  ws-execucao (11:2)
               delimited by size into ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           if ws-cp-retomar = "S" then
               move spaces to ws-folha-texto
               string "Retomada a partir do passo " ws-passo-inicio
                      " (passos anteriores rodaram na execucao anterior)"
                   delimited by size into ws-folha-texto
               write fd-folha-linha from ws-folha-texto
           end-if

           move spaces to ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           move "Ps Descricao                       Cd Inicio Fim    Situacao   RC"
                                                   to ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           perform varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-qtd-passos
               perform imprimir-passo-folha
           end-perform

           move spaces to ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           move spaces to ws-folha-texto
           string "OK: " ws-qtd-ok "  Aviso: " ws-qtd-aviso
                  "  Falha: " ws-qtd-falha "  Pulados: " ws-qtd-pulados
                  "  Nao executados: " ws-qtd-nao-exec
                  "  Anteriores: " ws-qtd-anteriores
               delimited by size into ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           move spaces to ws-folha-texto
           if ws-houve-falha = "S" then
               string "Situacao final: FALHA NO PASSO " ws-passo-falha
                      " - retomar a partir dele na proxima execucao"
                   delimited by size into ws-folha-texto
           else
               move "Situacao final: CADEIA CONCLUIDA" to ws-folha-texto
           end-if
           write fd-folha-linha from ws-folha-texto

           move spaces to ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           move "Cd: S sempre / O se nao houve falha / U seg-sex / P a pedido"
                                                   to ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           move spaces to ws-folha-texto
           write fd-folha-linha from ws-folha-texto

           move "Operador noturno: ____________________  Turno da manha: ____________________"
                                                   to ws-folha-texto
           write fd-folha-linha from ws-folha-texto
           if ws-fs-arqFolha <> 0 then
               move 12                                       to ws-msn-erro-ofsset
               move ws-fs-arqFolha                           to ws-msn-erro-cod
               move "Erro ao gravar arq. folha execucao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqFolha

           display "Folha de execucao gravada em folhaCadeiaNoturna.txt"

           .
       imprimir-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um passo na folha de execucao
      *>------------------------------------------------------------------------
       imprimir-passo-folha section.

           move ws-ps-passo(ws-ind-passo)      to ws-fl-passo
           move ws-ps-descricao(ws-ind-passo)  to ws-fl-descricao
           move ws-ps-condicao(ws-ind-passo)   to ws-fl-condicao
           move ws-ps-situacao(ws-ind-passo)   to ws-fl-situacao
           move ws-ps-rc(ws-ind-passo)         to ws-fl-rc
           move spaces                         to ws-fl-inicio
           move spaces                         to ws-fl-fim

           evaluate ws-ps-situacao(ws-ind-passo)
               when "OK"
                   add 1 to ws-qtd-ok
               when "AVISO"
                   add 1 to ws-qtd-aviso
               when "FALHA"
                   add 1 to ws-qtd-falha
               when "PULADO"
                   add 1 to ws-qtd-pulados
               when "ANTERIOR"
                   add 1 to ws-qtd-anteriores
               when other
                   add 1 to ws-qtd-nao-exec
           end-evaluate

           if ws-ps-inicio(ws-ind-passo) <> spaces then
               string ws-ps-inicio(ws-ind-passo) (9:2) ":"
                      ws-ps-inicio(ws-ind-passo) (11:2)
                   delimited by size into ws-fl-inicio
               string ws-ps-fim(ws-ind-passo) (9:2) ":"
                      ws-ps-fim(ws-ind-passo) (11:2)
                   delimited by size into ws-fl-fim
           end-if

           write fd-folha-linha from ws-folha-detalhe

           .
       imprimir-passo-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           accept  ws-msn-erro.

           move 12 to return-code
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerramento: o codigo de retorno da cadeia e o maior codigo
      *>  devolvido pelos passos
      *>------------------------------------------------------------------------
       finaliza section.

           move ws-rc-maior to return-code

           .
       finaliza-exit.
           exit.
