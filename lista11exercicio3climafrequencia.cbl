      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3climafrequencia".
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

      *>----Temperaturas por estacao (lista11exercicio1)
           select arqTemp assign to "arqTempEstIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-temp
           file status is ws-fs-arqTemp.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-es-codigo
           file status is ws-fs-arqEstacoes.

      *>----Leituras retidas na carga aguardando revisao (lista11exercicio1)
           select arqQuarentena assign to "quarentenaTemp.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqQuarentena.

           select arqRelClima assign to "relClimaFrequencia.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelClima.

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

      *>----Layout do arqTempEstIndexed.dat (lista11exercicio1)
       fd  arqTemp.
       01  fd-temperaturas.
           05  fd-chave-temp.
               10 fd-estacao                       pic x(03).
               10 fd-ano                           pic 9(04).
               10 fd-mes                           pic 9(02).
               10 fd-dia                           pic 9(02).
           05  fd-temp                             pic s9(02)v99.

      *>----Layout do arqEstacoes.dat (lista11exercicio1estacoes)
       fd  arqEstacoes.
       01  fd-estacoes.
           05  fd-es-codigo                        pic x(03).
           05  fd-es-nome                          pic x(25).
           05  fd-es-local                         pic x(30).
           05  fd-es-ativa                         pic x(01).

      *>----Layout do quarentenaTemp.txt (lista11exercicio1)
       fd  arqQuarentena.
       01  fd-quarentena.
           05  fd-qr-data.
               10 fd-qr-ano                        pic 9(04).
               10 fd-qr-mes                        pic 9(02).
               10 fd-qr-dia                        pic 9(02).
           05  fd-qr-temp                          pic s9(02)v99 sign leading separate.
           05  fd-qr-motivo                        pic x(30).
           05  fd-qr-estacao                       pic x(03).

       fd  arqRelClima.
       01  fd-rel-linha                            pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqCalendario                     pic  9(02).
       77  ws-fs-arqTemp                           pic  9(02).
       77  ws-fs-arqEstacoes                       pic  9(02).
       77  ws-fs-arqQuarentena                     pic  9(02).
       77  ws-fs-arqRelClima                       pic  9(02).

      *>----Parametros do relatorio
       77  ws-estacao                              pic x(03).
       77  ws-data-ini                             pic 9(08).
       77  ws-data-fim                             pic 9(08).
       77  ws-data-hoje                            pic 9(08).

       01  ws-data-dia                             pic 9(08).
       01  filler redefines ws-data-dia.
           05  ws-dd-ano                           pic 9(04).
           05  ws-dd-mes                           pic 9(02).
           05  ws-dd-dia                           pic 9(02).

      *>----Dias letivos do periodo: leitura do dia (V valida, Q em
      *>    quarentena, S sem leitura), faixa de temperatura e faltas
       77  ws-qtd-dias                             pic 9(03).
       77  ws-ind-dia                              pic 9(03).
       77  ws-ind-busca                            pic 9(03).
       01  ws-dias-tab.
           05  ws-dia-item occurs 366.
               10  ws-di-data                      pic 9(08).
               10  ws-di-situacao                  pic x(01).
               10  ws-di-temp                      pic s9(02)v99.
               10  ws-di-faixa                     pic 9(01).
               10  ws-di-lanc                      pic 9(05).
               10  ws-di-faltas                    pic 9(05).
               10  ws-di-listado                   pic x(01).

      *>----Figuras do periodo (as mesmas do relatorio mensal de
      *>    lista11exercicio1) e limites das faixas: ponto medio entre a
      *>    minima e a media e entre a media e a maxima
       77  ws-qtd-validos                          pic 9(03).
       77  ws-qtd-quarentena                       pic 9(03).
       77  ws-qtd-sem-leitura                      pic 9(03).
       77  ws-temp-total                           pic s9(05)v99.
       77  ws-media-temp                           pic s9(02)v99.
       77  ws-min-temp                             pic s9(02)v99.
       77  ws-max-temp                             pic s9(02)v99.
       77  ws-lim-frio                             pic s9(02)v99.
       77  ws-lim-quente                           pic s9(02)v99.

       77  ws-ind-faixa                            pic 9(01).
       01  ws-faixas-tab.
           05  ws-faixa occurs 4.
               10  ws-fx-dias                      pic 9(03).
               10  ws-fx-lanc                      pic 9(06).
               10  ws-fx-faltas                    pic 9(06).

       01  ws-faixas-nomes.
           05  filler                              pic x(15) value "MUITO FRIO".
           05  filler                              pic x(15) value "ATE A MEDIA".
           05  filler                              pic x(15) value "ACIMA DA MEDIA".
           05  filler                              pic x(15) value "MUITO QUENTE".
       01  filler redefines ws-faixas-nomes.
           05  ws-faixa-nome occurs 4              pic x(15).

      *>----Faltas por turma e faixa
       77  ws-qtd-turmas                           pic 9(02).
       77  ws-ind-turma                            pic 9(02).
       01  ws-turmas-tab.
           05  ws-turma occurs 50.
               10  ws-tu-cod                       pic x(03).
               10  ws-tu-descricao                 pic x(20).
               10  ws-tu-faixa occurs 4.
                   15  ws-tf-lanc                  pic 9(05).
                   15  ws-tf-faltas                pic 9(05).

      *>----Turma do ultimo aluno lido (a frequencia vem em ordem de Id)
       77  ws-id-ult                               pic 9(05).
       77  ws-turma-ult                            pic 9(02).

       77  ws-lanc-periodo                         pic 9(06).
       77  ws-faltas-periodo                       pic 9(06).
       77  ws-qtd-sem-chamada                      pic 9(03).

      *>----Piores dias
       77  ws-qtd-piores                           pic 9(02) value 10.
       77  ws-ind-pior                             pic 9(02).
       77  ws-ind-maior                            pic 9(03).
       77  ws-maior-faltas                         pic 9(05).

       77  ws-pct                                  pic 9(03)v9.
       77  ws-pct-ed                               pic zz9,9.
       77  ws-temp-ed                              pic -z9,99.
       77  ws-temp-ed2                             pic -z9,99.

      *>----Linha de uma faixa
       01  ws-rel-faixa.
           05  ws-rf-nome                          pic x(15).
           05  filler                              pic x(01) value space.
           05  ws-rf-de                            pic x(06).
           05  filler                              pic x(03) value " a ".
           05  ws-rf-ate                           pic x(06).
           05  filler                              pic x(03) value space.
           05  ws-rf-dias                          pic zz9.
           05  filler                              pic x(04) value space.
           05  ws-rf-lanc                          pic zzzzz9.
           05  filler                              pic x(03) value space.
           05  ws-rf-faltas                        pic zzzzz9.
           05  filler                              pic x(04) value space.
           05  ws-rf-pct                           pic x(05).

      *>----Linha de uma turma: % de faltas em cada faixa
       01  ws-rel-turma.
           05  ws-rt-cod                           pic x(03).
           05  filler                              pic x(02) value space.
           05  ws-rt-descricao                     pic x(20).
           05  ws-rt-coluna occurs 4.
               10  filler                          pic x(06).
               10  ws-rt-pct                       pic x(05).
               10  filler                          pic x(04).

      *>----Linha de um dia (piores dias e dias sem leitura valida)
       01  ws-rel-dia.
           05  filler                              pic x(02) value space.
           05  ws-rd-dia                           pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-rd-mes                           pic x(02).
           05  filler                              pic x(01) value "/".
           05  ws-rd-ano                           pic x(04).
           05  filler                              pic x(03) value space.
           05  ws-rd-temp                          pic x(06).
           05  filler                              pic x(03) value space.
           05  ws-rd-faixa                         pic x(15).
           05  filler                              pic x(02) value space.
           05  ws-rd-faltas                        pic zzzz9.
           05  filler                              pic x(03) value space.
           05  ws-rd-lanc                          pic zzzz9.
           05  filler                              pic x(03) value space.
           05  ws-rd-pct                           pic x(05).

       01  ws-rel-texto                            pic x(100).

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
           perform marcar-quarentena.
           perform classificar-dias.
           perform carregar-turmas.
           perform apurar-frequencia.
           perform imprimir-faixas.
           perform imprimir-turmas.
           perform imprimir-piores-dias.
           perform imprimir-dias-sem-leitura.
           perform imprimir-rodape.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Estacao, periodo e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Clima x Frequencia - Faltas por Faixa de Temperatura ===="
           display " Estacao (codigo):"
           accept ws-estacao
           display " Data inicial (aaaammdd):"
           accept ws-data-ini
           display " Data final (aaaammdd, 0 = hoje):"
           move 0 to ws-data-fim
           accept ws-data-fim

           move function current-date (1:8) to ws-data-hoje
           if ws-data-fim = 0
           or ws-data-fim > ws-data-hoje then
               move ws-data-hoje to ws-data-fim
           end-if
           if ws-data-ini > ws-data-fim then
               display "Data inicial posterior a data final!"
               stop run
           end-if

           open input arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                        to ws-msn-erro-cod
               move "Erro ao abrir arq. estacoes "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-estacao to fd-es-codigo
           read arqEstacoes
           if ws-fs-arqEstacoes = 23 then
               display "Estacao " ws-estacao " nao cadastrada!"
               close arqEstacoes
               stop run
           end-if
           if ws-fs-arqEstacoes <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                        to ws-msn-erro-cod
               move "Erro ao ler arq. estacoes "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCalendario
           if ws-fs-arqCalendario = 35 then
               display "Calendario letivo nao cadastrado (opcao 'Cl')."
               stop run
           end-if
           if ws-fs-arqCalendario <> 0 then
               move 3                                        to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                      to ws-msn-erro-cod
               move "Erro ao abrir arq. calendario "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqTemp                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemp "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 5                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                          to ws-msn-erro-cod
               move "Erro ao abrir arq. turmas "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia <> 0 then
               move 7                                        to ws-msn-erro-ofsset
               move ws-fs-arqFrequencia                      to ws-msn-erro-cod
               move "Erro ao abrir arq. frequencia "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelClima
           if ws-fs-arqRelClima <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelClima                        to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. clima "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rel-texto
           string "Clima x Frequencia - Estacao " ws-estacao " - " fd-es-nome
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Periodo de " ws-data-ini (7:2) "/" ws-data-ini (5:2) "/"
                  ws-data-ini (1:4) " a " ws-data-fim (7:2) "/"
                  ws-data-fim (5:2) "/" ws-data-fim (1:4)
                  " - somente dias letivos"
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-dias
           move 0 to ws-qtd-validos
           move 0 to ws-qtd-quarentena
           move 0 to ws-qtd-sem-leitura
           move 0 to ws-qtd-turmas
           move 0 to ws-lanc-periodo
           move 0 to ws-faltas-periodo
           move 0 to ws-qtd-sem-chamada
           initialize ws-dias-tab
           initialize ws-faixas-tab
           initialize ws-turmas-tab

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias letivos (L/P) do periodo com a leitura da estacao no dia
      *>------------------------------------------------------------------------
       carregar-dias-letivos section.

           move ws-data-ini to fd-cl-data
           start arqCalendario key is >= fd-cl-data
           if ws-fs-arqCalendario = 0 then
               perform until ws-fs-arqCalendario <> 0
                          or fd-cl-data > ws-data-fim
                   read arqCalendario next
                   if  ws-fs-arqCalendario = 0
                   and fd-cl-data <= ws-data-fim
                   and (fd-cl-tipo = "L" or fd-cl-tipo = "P") then
                       if ws-qtd-dias >= 366 then
                           display "Periodo com mais de 366 dias letivos, dia "
                                   fd-cl-data " em diante ignorado!"
                           move 10 to ws-fs-arqCalendario
                       else
                           add 1 to ws-qtd-dias
                           move fd-cl-data to ws-di-data(ws-qtd-dias)
                           perform ler-temp-dia
                       end-if
                   end-if
               end-perform

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                      to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carregar-dias-letivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura da estacao no dia letivo corrente (ws-qtd-dias)
      *>------------------------------------------------------------------------
       ler-temp-dia section.

           move fd-cl-data  to ws-data-dia
           move ws-estacao  to fd-estacao
           move ws-dd-ano   to fd-ano
           move ws-dd-mes   to fd-mes
           move ws-dd-dia   to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 0 then
               move "V"     to ws-di-situacao(ws-qtd-dias)
               move fd-temp to ws-di-temp(ws-qtd-dias)
           else
               if ws-fs-arqTemp = 23 then
                   move "S" to ws-di-situacao(ws-qtd-dias)
               else
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                            to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemp "              to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       ler-temp-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia sem leitura gravada que tem leitura da estacao retida na
      *>  quarentena da carga passa a "em quarentena"
      *>------------------------------------------------------------------------
       marcar-quarentena section.

           open input arqQuarentena
           if ws-fs-arqQuarentena = 35 then
               go to marcar-quarentena-exit
           end-if
           if ws-fs-arqQuarentena <> 0 then
               move 11                                       to ws-msn-erro-ofsset
               move ws-fs-arqQuarentena                      to ws-msn-erro-cod
               move "Erro ao abrir arq. quarentena "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqQuarentena = 10
               read arqQuarentena
               if ws-fs-arqQuarentena = 0 then
                   if fd-qr-estacao = ws-estacao then
                       perform varying ws-ind-busca from 1 by 1
                               until ws-ind-busca > ws-qtd-dias
                           if  ws-di-data(ws-ind-busca) = fd-qr-data
                           and ws-di-situacao(ws-ind-busca) = "S" then
                               move "Q" to ws-di-situacao(ws-ind-busca)
                           end-if
                       end-perform
                   end-if
               else
                   if ws-fs-arqQuarentena <> 10 then
                       move 12                                   to ws-msn-erro-ofsset
                       move ws-fs-arqQuarentena                  to ws-msn-erro-cod
                       move "Erro ao ler arq. quarentena "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqQuarentena

           .
       marcar-quarentena-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Minima, maxima e media dos dias com leitura valida, limites das
      *>  faixas e faixa de cada dia
      *>------------------------------------------------------------------------
       classificar-dias section.

           move 0 to ws-temp-total

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-qtd-dias
               evaluate ws-di-situacao(ws-ind-dia)
                   when "V"
                       add 1 to ws-qtd-validos
                       add ws-di-temp(ws-ind-dia) to ws-temp-total
                       if ws-qtd-validos = 1 then
                           move ws-di-temp(ws-ind-dia) to ws-min-temp
                           move ws-di-temp(ws-ind-dia) to ws-max-temp
                       else
                           if ws-di-temp(ws-ind-dia) < ws-min-temp then
                               move ws-di-temp(ws-ind-dia) to ws-min-temp
                           end-if
                           if ws-di-temp(ws-ind-dia) > ws-max-temp then
                               move ws-di-temp(ws-ind-dia) to ws-max-temp
                           end-if
                       end-if
                   when "Q"
                       add 1 to ws-qtd-quarentena
                   when other
                       add 1 to ws-qtd-sem-leitura
               end-evaluate
           end-perform

           if ws-qtd-validos = 0 then
               move "Nenhum dia letivo do periodo tem leitura valida da estacao"
                                                   to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
               go to classificar-dias-exit
           end-if

           compute ws-media-temp rounded = ws-temp-total / ws-qtd-validos
           compute ws-lim-frio   rounded = (ws-min-temp + ws-media-temp) / 2
           compute ws-lim-quente rounded = (ws-media-temp + ws-max-temp) / 2

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-qtd-dias
               if ws-di-situacao(ws-ind-dia) = "V" then
                   evaluate true
                       when ws-di-temp(ws-ind-dia) <= ws-lim-frio
                           move 1 to ws-di-faixa(ws-ind-dia)
                       when ws-di-temp(ws-ind-dia) <= ws-media-temp
                           move 2 to ws-di-faixa(ws-ind-dia)
                       when ws-di-temp(ws-ind-dia) <= ws-lim-quente
                           move 3 to ws-di-faixa(ws-ind-dia)
                       when other
                           move 4 to ws-di-faixa(ws-ind-dia)
                   end-evaluate
                   move ws-di-faixa(ws-ind-dia) to ws-ind-faixa
                   add 1 to ws-fx-dias(ws-ind-faixa)
               end-if
           end-perform

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move ws-min-temp   to ws-temp-ed
           move spaces to ws-rel-texto
           string "Minima do periodo: " ws-temp-ed
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move ws-media-temp to ws-temp-ed
           move spaces to ws-rel-texto
           string "Media do periodo:  " ws-temp-ed
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move ws-max-temp   to ws-temp-ed
           move spaces to ws-rel-texto
           string "Maxima do periodo: " ws-temp-ed
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           .
       classificar-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela das turmas cadastradas
      *>------------------------------------------------------------------------
       carregar-turmas section.

           move low-values to fd-tu-cod
           start arqTurmas key is >= fd-tu-cod
           if ws-fs-arqTurmas = 0 then
               perform until ws-fs-arqTurmas <> 0
                   read arqTurmas next
                   if ws-fs-arqTurmas = 0 then
                       if ws-qtd-turmas >= 50 then
                           display "Mais de 50 turmas, turma " fd-tu-cod
                                   " fora do quadro por turma!"
                       else
                           add 1 to ws-qtd-turmas
                           move fd-tu-cod       to ws-tu-cod(ws-qtd-turmas)
                           move fd-tu-descricao to ws-tu-descricao(ws-qtd-turmas)
                       end-if
                   else
                       if ws-fs-arqTurmas <> 10 then
                           move 13                                   to ws-msn-erro-ofsset
                           move ws-fs-arqTurmas                      to ws-msn-erro-cod
                           move "Erro ao ler arq. turmas "           to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       carregar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma passada pela frequencia: cada lancamento de dia letivo do
      *>  periodo soma no dia, na faixa do dia e na turma do aluno; so 'P'
      *>  conta como presenca ('F' e 'J' sao faltas)
      *>------------------------------------------------------------------------
       apurar-frequencia section.

           move 0 to ws-id-ult
           move 0 to ws-turma-ult

           move low-values to fd-chave-freq
           start arqFrequencia key is >= fd-chave-freq
           if ws-fs-arqFrequencia = 0 then
               perform until ws-fs-arqFrequencia <> 0
                   read arqFrequencia next
                   if ws-fs-arqFrequencia = 0 then
                       if  fd-fq-data >= ws-data-ini
                       and fd-fq-data <= ws-data-fim then
                           perform apurar-lancamento
                       end-if
                   else
                       if ws-fs-arqFrequencia <> 10 then
                           move 14                                   to ws-msn-erro-ofsset
                           move ws-fs-arqFrequencia                  to ws-msn-erro-cod
                           move "Erro ao ler arq. frequencia "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-qtd-dias
               if ws-di-lanc(ws-ind-dia) = 0 then
                   add 1 to ws-qtd-sem-chamada
               end-if
           end-perform

           .
       apurar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma de um lancamento de frequencia
      *>------------------------------------------------------------------------
       apurar-lancamento section.

           move 0 to ws-ind-dia
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-dias
                      or ws-ind-dia > 0
               if ws-di-data(ws-ind-busca) = fd-fq-data then
                   move ws-ind-busca to ws-ind-dia
               end-if
           end-perform

      *>    lancamento em dia que nao e letivo no calendario fica de fora
           if ws-ind-dia = 0 then
               go to apurar-lancamento-exit
           end-if

           if fd-fq-id-aluno <> ws-id-ult then
               perform localizar-turma-aluno
           end-if

           add 1 to ws-di-lanc(ws-ind-dia)
           add 1 to ws-lanc-periodo
           if fd-fq-presenca <> "P" then
               add 1 to ws-di-faltas(ws-ind-dia)
               add 1 to ws-faltas-periodo
           end-if

           if ws-di-situacao(ws-ind-dia) <> "V" then
               go to apurar-lancamento-exit
           end-if

           move ws-di-faixa(ws-ind-dia) to ws-ind-faixa
           add 1 to ws-fx-lanc(ws-ind-faixa)
           if fd-fq-presenca <> "P" then
               add 1 to ws-fx-faltas(ws-ind-faixa)
           end-if

           if ws-turma-ult > 0 then
               add 1 to ws-tf-lanc(ws-turma-ult, ws-ind-faixa)
               if fd-fq-presenca <> "P" then
                   add 1 to ws-tf-faltas(ws-turma-ult, ws-ind-faixa)
               end-if
           end-if

           .
       apurar-lancamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posicao na tabela da turma atual do aluno do lancamento (0 quando
      *>  o aluno nao esta mais no cadastro ou a turma nao esta na tabela)
      *>------------------------------------------------------------------------
       localizar-turma-aluno section.

           move fd-fq-id-aluno to ws-id-ult
           move 0              to ws-turma-ult

           move fd-fq-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos = 23 then
               go to localizar-turma-aluno-exit
           end-if
           if ws-fs-arqAlunos <> 0 then
               move 15                                       to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-turma from 1 by 1
                   until ws-ind-turma > ws-qtd-turmas
                      or ws-turma-ult > 0
               if ws-tu-cod(ws-ind-turma) = fd-cod then
                   move ws-ind-turma to ws-turma-ult
               end-if
           end-perform

           .
       localizar-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro das faixas: dias, lancamentos, faltas e % de faltas
      *>------------------------------------------------------------------------
       imprimir-faixas section.

           if ws-qtd-validos = 0 then
               go to imprimir-faixas-exit
           end-if

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "==== Faltas por faixa de temperatura ====" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "Faixa           Temperaturas      Dias  Lancam.   Faltas  % Falt."
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           perform varying ws-ind-faixa from 1 by 1 until ws-ind-faixa > 4
               move ws-faixa-nome(ws-ind-faixa) to ws-rf-nome

               evaluate ws-ind-faixa
                   when 1
                       move ws-min-temp   to ws-temp-ed
                       move ws-lim-frio   to ws-temp-ed2
                   when 2
                       move ws-lim-frio   to ws-temp-ed
                       move ws-media-temp to ws-temp-ed2
                   when 3
                       move ws-media-temp to ws-temp-ed
                       move ws-lim-quente to ws-temp-ed2
                   when other
                       move ws-lim-quente to ws-temp-ed
                       move ws-max-temp   to ws-temp-ed2
               end-evaluate
               move ws-temp-ed  to ws-rf-de
               move ws-temp-ed2 to ws-rf-ate

               move ws-fx-dias(ws-ind-faixa)   to ws-rf-dias
               move ws-fx-lanc(ws-ind-faixa)   to ws-rf-lanc
               move ws-fx-faltas(ws-ind-faixa) to ws-rf-faltas

               if ws-fx-lanc(ws-ind-faixa) > 0 then
                   compute ws-pct rounded = ws-fx-faltas(ws-ind-faixa) * 100
                                          / ws-fx-lanc(ws-ind-faixa)
                   move ws-pct    to ws-pct-ed
                   move ws-pct-ed to ws-rf-pct
               else
                   move "  -- " to ws-rf-pct
               end-if

               write fd-rel-linha from ws-rel-faixa
               if ws-fs-arqRelClima <> 0 then
                   move 16                                   to ws-msn-erro-ofsset
                   move ws-fs-arqRelClima                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. rel. clima "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           .
       imprimir-faixas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  % de faltas de cada turma em cada faixa
      *>------------------------------------------------------------------------
       imprimir-turmas section.

           if ws-qtd-validos = 0 then
               go to imprimir-turmas-exit
           end-if

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "==== % de faltas por turma em cada faixa ====" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "Turma                       MUITO FRIO    ATE A MEDIA   ACIMA DA MEDIA MUITO QUENTE"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           perform varying ws-ind-turma from 1 by 1 until ws-ind-turma > ws-qtd-turmas
               move spaces                         to ws-rel-turma
               move ws-tu-cod(ws-ind-turma)        to ws-rt-cod
               move ws-tu-descricao(ws-ind-turma)  to ws-rt-descricao

               perform varying ws-ind-faixa from 1 by 1 until ws-ind-faixa > 4
                   if ws-tf-lanc(ws-ind-turma, ws-ind-faixa) > 0 then
                       compute ws-pct rounded =
                               ws-tf-faltas(ws-ind-turma, ws-ind-faixa) * 100
                             / ws-tf-lanc(ws-ind-turma, ws-ind-faixa)
                       move ws-pct    to ws-pct-ed
                       move ws-pct-ed to ws-rt-pct(ws-ind-faixa)
                   else
                       move "  -- "   to ws-rt-pct(ws-ind-faixa)
                   end-if
               end-perform

               write fd-rel-linha from ws-rel-turma
               if ws-fs-arqRelClima <> 0 then
                   move 17                                   to ws-msn-erro-ofsset
                   move ws-fs-arqRelClima                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. rel. clima "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           .
       imprimir-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Os dias com leitura valida e mais faltas, com a temperatura
      *>------------------------------------------------------------------------
       imprimir-piores-dias section.

           if ws-qtd-validos = 0 then
               go to imprimir-piores-dias-exit
           end-if

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "==== Dias com mais faltas ====" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "  Dia           Temp.   Faixa            Falt.   Lanc.   % Fal"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           perform varying ws-ind-pior from 1 by 1 until ws-ind-pior > ws-qtd-piores
               move 0 to ws-ind-maior
               move 0 to ws-maior-faltas
               perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-qtd-dias
                   if  ws-di-situacao(ws-ind-dia) = "V"
                   and ws-di-listado(ws-ind-dia) <> "S"
                   and ws-di-faltas(ws-ind-dia) > ws-maior-faltas then
                       move ws-ind-dia               to ws-ind-maior
                       move ws-di-faltas(ws-ind-dia) to ws-maior-faltas
                   end-if
               end-perform

      *>        sem mais dias com falta: encerra a lista
               if ws-ind-maior = 0 then
                   move ws-qtd-piores to ws-ind-pior
               else
                   move "S" to ws-di-listado(ws-ind-maior)
                   move ws-ind-maior to ws-ind-dia
                   perform imprimir-linha-dia
               end-if
           end-perform

           .
       imprimir-piores-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias letivos em quarentena ou sem leitura: ficam fora das faixas
      *>  mas aparecem aqui com as faltas do dia
      *>------------------------------------------------------------------------
       imprimir-dias-sem-leitura section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "==== Dias letivos sem leitura valida (fora das faixas) ===="
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           if ws-qtd-quarentena + ws-qtd-sem-leitura = 0 then
               move "  Todos os dias letivos do periodo tem leitura valida"
                                                   to ws-rel-texto
               write fd-rel-linha from ws-rel-texto
               go to imprimir-dias-sem-leitura-exit
           end-if

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-qtd-dias
               if ws-di-situacao(ws-ind-dia) <> "V" then
                   perform imprimir-linha-dia
               end-if
           end-perform

           .
       imprimir-dias-sem-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um dia letivo (ws-ind-dia)
      *>------------------------------------------------------------------------
       imprimir-linha-dia section.

           move ws-di-data(ws-ind-dia) to ws-data-dia
           move ws-data-dia (7:2)      to ws-rd-dia
           move ws-data-dia (5:2)      to ws-rd-mes
           move ws-data-dia (1:4)      to ws-rd-ano

           evaluate ws-di-situacao(ws-ind-dia)
               when "V"
                   move ws-di-temp(ws-ind-dia)  to ws-temp-ed
                   move ws-temp-ed              to ws-rd-temp
                   move ws-di-faixa(ws-ind-dia) to ws-ind-faixa
                   move ws-faixa-nome(ws-ind-faixa) to ws-rd-faixa
               when "Q"
                   move "  --  "                to ws-rd-temp
                   move "EM QUARENTENA"         to ws-rd-faixa
               when other
                   move "  --  "                to ws-rd-temp
                   move "SEM LEITURA"           to ws-rd-faixa
           end-evaluate

           move ws-di-faltas(ws-ind-dia) to ws-rd-faltas
           move ws-di-lanc(ws-ind-dia)   to ws-rd-lanc
           if ws-di-lanc(ws-ind-dia) > 0 then
               compute ws-pct rounded = ws-di-faltas(ws-ind-dia) * 100
                                      / ws-di-lanc(ws-ind-dia)
               move ws-pct    to ws-pct-ed
               move ws-pct-ed to ws-rd-pct
           else
               move "  -- "   to ws-rd-pct
           end-if

           write fd-rel-linha from ws-rel-dia
           if ws-fs-arqRelClima <> 0 then
               move 18                                   to ws-msn-erro-ofsset
               move ws-fs-arqRelClima                    to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. clima "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-linha-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do relatorio
      *>------------------------------------------------------------------------
       imprimir-rodape section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Dias letivos: " ws-qtd-dias
                  "  Com leitura: " ws-qtd-validos
                  "  Em quarentena: " ws-qtd-quarentena
                  "  Sem leitura: " ws-qtd-sem-leitura
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Lancamentos: " ws-lanc-periodo
                  "  Faltas: " ws-faltas-periodo
                  "  Dias letivos sem chamada lancada: " ws-qtd-sem-chamada
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Dias letivos: " ws-qtd-dias " com leitura: " ws-qtd-validos
                   " em quarentena: " ws-qtd-quarentena
                   " sem leitura: " ws-qtd-sem-leitura
           display "Relatorio gravado em relClimaFrequencia.txt"

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
           close arqTemp
           close arqEstacoes
           close arqRelClima

           .
       finaliza-exit.
           exit.
