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

           select arqRelAnual assign to "relTempAnual.txt"
           organization is line sequential
           access mode is sequential
      *>----Variaveis de arquivos
       file section.

      *>----Layout do arqTempEstIndexed.dat (lista11exercicio1) - chave
      *>    com a estacao e o ano na frente para guardar a serie de cada
      *>    estacao e de cada ano
       fd arqTemp.
       01 fd-temperaturas.
          05 fd-chave-temp.
             10 fd-estacao                        pic x(03).
             10 fd-ano                            pic 9(04).
             10 fd-mes                            pic 9(02).
             10 fd-dia                            pic 9(02).
          05 fd-temp                              pic s9(02)v99.

      *>----Layout do arqEstacoes.dat (lista11exercicio1estacoes)
       fd arqEstacoes.
       01 fd-estacoes.
          05 fd-es-codigo                         pic x(03).
          05 fd-es-nome                           pic x(25).
          05 fd-es-local                          pic x(30).
          05 fd-es-ativa                          pic x(01).

       fd arqRelAnual.
       01 fd-rel-linha                            pic x(80).


       77 ws-fs-arqTemp                           pic 9(02).
       77 ws-fs-arqRelAnual                       pic 9(02).
       77 ws-fs-arqEstacoes                       pic 9(02).

       77 ws-estacao                              pic x(03).

       77 ws-mes                                  pic 9(02).
       77 ws-ano                                  pic 9(04).
      *>------------------------------------------------------------------------
       inicializa section.

           display "Estacao do relatorio (codigo): "
           accept ws-estacao
           display "Ano do relatorio (aaaa): "
           accept ws-ano

           open input arqEstacoes
           if ws-fs-arqEstacoes <> 0 then
               move 6                                to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                to ws-msn-erro-cod
               move "Erro ao abrir arq. estacoes "   to ws-msn-erro-text
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
               move 7                                to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                to ws-msn-erro-cod
               move "Erro ao ler arq. estacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               move 1                                to ws-msn-erro-ofsset
               delimited by size into ws-rel-rodape
           write fd-rel-linha from ws-rel-rodape

           move spaces to ws-rel-rodape
           string "Estacao " fd-es-codigo " - " fd-es-nome
               delimited by size into ws-rel-rodape
           write fd-rel-linha from ws-rel-rodape

           move spaces to ws-rel-rodape
           write fd-rel-linha from ws-rel-rodape

           move 0 to ws-min-mes
           move 0 to ws-max-mes

           move ws-estacao to fd-estacao
           move ws-ano     to fd-ano
           move ws-mes     to fd-mes
           move 1          to fd-dia
           start arqTemp key is >= fd-chave-temp
           if ws-fs-arqTemp = 0 then
               perform until ws-fs-arqTemp <> 0
                          or fd-estacao <> ws-estacao
                          or fd-ano <> ws-ano
                          or fd-mes <> ws-mes
                   read arqTemp next
                   if  ws-fs-arqTemp = 0
                   and fd-estacao = ws-estacao
                   and fd-ano = ws-ano
                   and fd-mes = ws-mes then
                       add 1       to ws-qtd-dias
       finaliza section.

           close arqTemp
           close arqEstacoes
           close arqRelAnual

           .
