      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio1comparaestacoes".
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

           select arqRelEst assign to "relTempEstacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelEst.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Layout do arqTempEstIndexed.dat (lista11exercicio1)
       fd arqTemp.
       01 fd-temperaturas.
          05 fd-chave-temp.
             10 fd-estacao                         pic x(03).
             10 fd-ano                             pic 9(04).
             10 fd-mes                             pic 9(02).
             10 fd-dia                             pic 9(02).
          05 fd-temp                               pic s9(02)v99.

      *>----Layout do arqEstacoes.dat (lista11exercicio1estacoes)
       fd arqEstacoes.
       01 fd-estacoes.
          05 fd-es-codigo                          pic x(03).
          05 fd-es-nome                            pic x(25).
          05 fd-es-local                           pic x(30).
          05 fd-es-ativa                           pic x(01).

       fd arqRelEst.
       01 fd-rel-linha                             pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqRelEst                          pic 9(02).

      *>----Parametros do comparativo
       77 ws-estacao-a                             pic x(03).
       77 ws-estacao-b                             pic x(03).
       77 ws-nome-a                                pic x(25).
       77 ws-nome-b                                pic x(25).
       77 ws-ano                                   pic 9(04).
       77 ws-mes-param                             pic 9(02).
       77 ws-tolerancia                            pic 9(02)v99.

       77 ws-mes                                   pic 9(02).
       77 ws-mes-ini                               pic 9(02).
       77 ws-mes-fim                               pic 9(02).
       77 ws-dia                                   pic 9(02).
       77 ws-dias-mes                              pic 9(02).

      *>----Leitura do dia em cada estacao
       77 ws-estacao-busca                         pic x(03).
       77 ws-tem-leitura                           pic x(01).
       77 ws-tem-a                                 pic x(01).
       77 ws-tem-b                                 pic x(01).
       77 ws-temp-a                                pic s9(02)v99.
       77 ws-temp-b                                pic s9(02)v99.
       77 ws-dif-temp                              pic s9(03)v99.

      *>----Totais do comparativo
       77 ws-qtd-comparados                        pic 9(03).
       77 ws-qtd-divergentes                       pic 9(03).
       77 ws-qtd-falta-a                           pic 9(03).
       77 ws-qtd-falta-b                           pic 9(03).

      *>----Linha de detalhe: o mesmo dia nas duas estacoes
       01 ws-rel-detalhe.
          05 ws-rel-dia                            pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-rel-mes                            pic 9(02).
          05 filler                                pic x(04) value space.
          05 ws-rel-temp-a                         pic x(06).
          05 filler                                pic x(04) value space.
          05 ws-rel-temp-b                         pic x(06).
          05 filler                                pic x(04) value space.
          05 ws-rel-dif                            pic x(06).
          05 filler                                pic x(03) value space.
          05 ws-rel-obs                            pic x(20).

       77 ws-temp-ed                               pic -z9,99.
       77 ws-tol-ed                                pic z9,99.

       01 ws-rel-texto                             pic x(80).

       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                 pic 9(04).
           05 filler                             pic x(01) value "-".
           05 ws-msn-erro-cod                    pic 9(02).
           05 filler                             pic x(01) value space.
           05 ws-msn-erro-text                   pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform comparar-periodo.
           perform imprimir-rodape.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametros, abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Comparativo Diario entre Estacoes ===="
           display "Estacao A (codigo): "
           accept ws-estacao-a
           display "Estacao B (codigo): "
           accept ws-estacao-b
           display "Ano (aaaa): "
           accept ws-ano
           display "Mes (1-12, 0 = ano inteiro): "
           move 0 to ws-mes-param
           accept ws-mes-param
           display "Tolerancia em graus (0 = 3,00): "
           move 0 to ws-tolerancia
           accept ws-tolerancia
           if ws-tolerancia = 0 then
               move 3,00 to ws-tolerancia
           end-if

           if ws-mes-param > 12 then
               display "Mes invalido!"
               stop run
           end-if
           if ws-mes-param = 0 then
               move 1  to ws-mes-ini
               move 12 to ws-mes-fim
           else
               move ws-mes-param to ws-mes-ini
               move ws-mes-param to ws-mes-fim
           end-if

           open input arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                to ws-msn-erro-cod
               move "Erro ao abrir arq. estacoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-estacao-a to fd-es-codigo
           perform ler-estacao
           move fd-es-nome   to ws-nome-a

           move ws-estacao-b to fd-es-codigo
           perform ler-estacao
           move fd-es-nome   to ws-nome-b

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               move 2                                to ws-msn-erro-ofsset
               move ws-fs-arqTemp                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemp "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelEst
           if ws-fs-arqRelEst <> 0 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-arqRelEst                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relEstacoes "to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-tolerancia to ws-tol-ed
           move spaces to ws-rel-texto
           string "Comparativo Diario entre Estacoes - Ano " ws-ano
                  "  Tolerancia " ws-tol-ed
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "A = " ws-estacao-a " - " ws-nome-a
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "B = " ws-estacao-b " - " ws-nome-b
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "Dia      Temp A    Temp B    Dif.     Obs" to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move 0 to ws-qtd-comparados
           move 0 to ws-qtd-divergentes
           move 0 to ws-qtd-falta-a
           move 0 to ws-qtd-falta-b

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura de uma estacao do cadastro (fd-es-codigo ja informado)
      *>------------------------------------------------------------------------
       ler-estacao section.

           read arqEstacoes
           if ws-fs-arqEstacoes = 23 then
               display "Estacao " fd-es-codigo " nao cadastrada!"
               close arqEstacoes
               stop run
           end-if
           if ws-fs-arqEstacoes <> 0 then
               move 4                                to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                to ws-msn-erro-cod
               move "Erro ao ler arq. estacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o periodo dia a dia lendo o mesmo dia nas duas estacoes
      *>------------------------------------------------------------------------
       comparar-periodo section.

           perform varying ws-mes from ws-mes-ini by 1 until ws-mes > ws-mes-fim
               perform calc-dias-mes
               perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-mes
                   perform comparar-dia
               end-perform
           end-perform

           .
       comparar-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calculo da quantidade de dias do mes informado (28/30/31)
      *>------------------------------------------------------------------------
       calc-dias-mes section.

           evaluate ws-mes
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-dias-mes
               when 2
                   move 28 to ws-dias-mes
               when other
                   move 31 to ws-dias-mes
           end-evaluate

           .
       calc-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um dia: as duas leituras, a diferenca e a marca de divergencia ou
      *>  de leitura ausente; dia sem leitura nas duas estacoes nao e impresso
      *>------------------------------------------------------------------------
       comparar-dia section.

           move ws-estacao-a to ws-estacao-busca
           perform ler-temp-dia
           move ws-tem-leitura to ws-tem-a
           move fd-temp        to ws-temp-a

           move ws-estacao-b to ws-estacao-busca
           perform ler-temp-dia
           move ws-tem-leitura to ws-tem-b
           move fd-temp        to ws-temp-b

           if ws-tem-a = "N" and ws-tem-b = "N" then
               go to comparar-dia-exit
           end-if

           move ws-dia to ws-rel-dia
           move ws-mes to ws-rel-mes
           move "  --  " to ws-rel-temp-a
           move "  --  " to ws-rel-temp-b
           move "  --  " to ws-rel-dif
           move spaces   to ws-rel-obs

           if ws-tem-a = "S" then
               move ws-temp-a  to ws-temp-ed
               move ws-temp-ed to ws-rel-temp-a
           else
               add 1 to ws-qtd-falta-a
               move "SEM LEITURA EM A" to ws-rel-obs
           end-if

           if ws-tem-b = "S" then
               move ws-temp-b  to ws-temp-ed
               move ws-temp-ed to ws-rel-temp-b
           else
               add 1 to ws-qtd-falta-b
               move "SEM LEITURA EM B" to ws-rel-obs
           end-if

           if ws-tem-a = "S" and ws-tem-b = "S" then
               add 1 to ws-qtd-comparados
               compute ws-dif-temp = ws-temp-a - ws-temp-b
               move ws-dif-temp to ws-temp-ed
               move ws-temp-ed  to ws-rel-dif
               if ws-dif-temp > ws-tolerancia
               or ws-dif-temp < (0 - ws-tolerancia) then
                   add 1 to ws-qtd-divergentes
                   move "DIVERGENTE" to ws-rel-obs
               end-if
           end-if

           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelEst <> 0 then
               move 5                                to ws-msn-erro-ofsset
               move ws-fs-arqRelEst                  to ws-msn-erro-cod
               move "Erro ao gravar arq. relEstacoes "to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       comparar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura direta do dia corrente de uma estacao
      *>------------------------------------------------------------------------
       ler-temp-dia section.

           move ws-estacao-busca to fd-estacao
           move ws-ano           to fd-ano
           move ws-mes           to fd-mes
           move ws-dia           to fd-dia
           read arqTemp
           if ws-fs-arqTemp = 0 then
               move "S" to ws-tem-leitura
           else
               if ws-fs-arqTemp = 23 then
                   move "N" to ws-tem-leitura
                   move 0   to fd-temp
               else
                   move 6                                to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemp "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       ler-temp-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do comparativo
      *>------------------------------------------------------------------------
       imprimir-rodape section.

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Dias comparados: " ws-qtd-comparados
                  "  Divergentes: " ws-qtd-divergentes
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Dias sem leitura em A: " ws-qtd-falta-a
                  "  Dias sem leitura em B: " ws-qtd-falta-b
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Dias comparados: " ws-qtd-comparados
                   " divergentes: " ws-qtd-divergentes
           display "Comparativo gravado em relTempEstacoes.txt"

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

           close arqTemp
           close arqEstacoes
           close arqRelEst

           .
       finaliza-exit.
           exit.
