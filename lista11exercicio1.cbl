       input-output section.
       file-control.

           select arqTemp assign to "arqTempEstIndexed.dat" *>assosiando arquivo lógico (nome dado ao arquivo dentro do pmg vom o arquivo fisico)
           organization is indexed                            *>forma de organização dos dados - indexado por estacao+ano+mes+dia
           access mode is dynamic                             *>forma de acesso aos dados
           lock mode is automatic                            *>tratamento de dead lock - evita perda de dados em ambiemtes multi-usuários
           record key is fd-chave-temp
           file status is ws-fs-arqTemp.                  *>file status (o status da ultima operação)

      *>----Cadastro das estacoes meteorologicas (lista11exercicio1estacoes)
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-es-codigo
           file status is ws-fs-arqEstacoes.

           select arqRelTemp assign to "relTemp.txt"
           organization is line sequential
           access mode is sequential

      *>----Variaveis de arquivos
       file section.
      *>----Chave com a estacao e o ano na frente: cada estacao guarda a
      *>    sua serie e, dentro dela, cada ano a sua propria serie de
      *>    leituras em vez de regravar a do ano anterior
       fd arqTemp.
       01 fd-temperaturas.
          05 fd-chave-temp.
             10 fd-estacao                         pic x(03).
             10 fd-ano                             pic 9(04).
             10 fd-mes                             pic 9(02).
             10 fd-dia                             pic 9(02).
          05 fd-temp                               pic s9(02)v99.

      *>----Estacao: fd-es-ativa "S" / "N" (estacao desativada so consulta)
       fd arqEstacoes.
       01 fd-estacoes.
          05 fd-es-codigo                          pic x(03).
          05 fd-es-nome                            pic x(25).
          05 fd-es-local                           pic x(30).
          05 fd-es-ativa                           pic x(01).

       fd arqRelTemp.
       01 fd-rel-linha                             pic x(80).

      *>----Extrato diario: cada linha traz a estacao que fez a leitura
       fd arqExtratoTemp.
       01 fd-extrato-temp.
          05 fd-ext-estacao                        pic x(03).
          05 fd-ext-mes                            pic 9(02).
          05 fd-ext-dia                            pic 9(02).
          05 fd-ext-temp                           pic s9(02)v99 sign leading separate.
          05 fd-qr-dia                             pic 9(02).
          05 fd-qr-temp                            pic s9(02)v99 sign leading separate.
          05 fd-qr-motivo                          pic x(30).
          05 fd-qr-estacao                         pic x(03).

       fd arqQuarTrabalho.
       01 fd-quar-trab-linha                       pic x(46).

       fd arqRelSuspeitas.
       01 fd-susp-linha                            pic x(80).
       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqRelTemp                         pic 9(02).
       77 ws-fs-arqExtratoTemp                     pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).

      *>----Estacao em trabalho (mes carregado, relatorio e quarentena)
       77 ws-estacao                               pic x(03).
       77 ws-estacao-nome                          pic x(25).
       77 ws-estacao-ativa                         pic x(01).
       77 ws-estacao-ok                            pic x(01).
       77 ws-qtd-estacoes                          pic 9(02).
       77 ws-leituras-mes                          pic 9(02).

      *>----Contadores da carga em lote do extrato da estacao
       77 ws-lote-temp-add                         pic 9(04).
       77 ws-temp-ed                               pic -9,99.

       01 ws-susp-detalhe.
          05 ws-susp-estacao                       pic x(03).
          05 filler                                pic x(02) value space.
          05 ws-susp-mes                           pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-susp-dia                           pic 9(02).
               perform finaliza-anormal
           end-if

           open input arqEstacoes
           if ws-fs-arqEstacoes = 35 then
               display "Nenhuma estacao cadastrada: cadastre em lista11exercicio1estacoes"
               stop run
           end-if
           if ws-fs-arqEstacoes <> 0 then
               move 23                               to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                to ws-msn-erro-cod
               move "Erro ao abrir arq. estacoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.
       carregar-mes section.

           display erase
           perform escolher-estacao

           display "Ano a trabalhar (aaaa): "
           accept ws-ano
           display "Mes a carregar (1-12): "
           perform calc-dias-mes

           initialize ws-temperaturas
           move 0 to ws-leituras-mes

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
                       move fd-temp             to ws-temp(fd-dia)
                       add 1                    to ws-leituras-mes
                   end-if
               end-perform

                   move "Erro ao ler arq. arqTemp "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>        o start posiciona na proxima chave existente, que pode ser de
      *>        outra estacao ou de outro mes
               if ws-leituras-mes = 0 then
                   display "Mes " ws-mes " ainda nao cadastrado, informe as temperaturas:"
                   perform cadastrar-mes
               end-if
           else
               if ws-fs-arqTemp = 23 then
                   display "Mes " ws-mes " ainda nao cadastrado, informe as temperaturas:"
       carregar-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as estacoes cadastradas e pede a estacao de trabalho; a
      *>  estacao desativada e aceita para consulta
      *>------------------------------------------------------------------------
       escolher-estacao section.

           move "N" to ws-estacao-ok

           perform until ws-estacao-ok = "S"
               display "Estacoes cadastradas:"
               move 0      to ws-qtd-estacoes
               move spaces to fd-es-codigo
               start arqEstacoes key is >= fd-es-codigo
               if ws-fs-arqEstacoes = 0 then
                   perform until ws-fs-arqEstacoes <> 0
                       read arqEstacoes next
                       if ws-fs-arqEstacoes = 0 then
                           add 1 to ws-qtd-estacoes
                           if fd-es-ativa = "N" then
                               display "  " fd-es-codigo " - " fd-es-nome " (desativada)"
                           else
                               display "  " fd-es-codigo " - " fd-es-nome
                           end-if
                       end-if
                   end-perform
               end-if

               if ws-qtd-estacoes = 0 then
                   display "Nenhuma estacao cadastrada: cadastre em lista11exercicio1estacoes"
                   stop run
               end-if

               display "Estacao (codigo): "
               accept ws-estacao

               move ws-estacao to fd-es-codigo
               read arqEstacoes
               if ws-fs-arqEstacoes = 0 then
                   move "S"         to ws-estacao-ok
                   move fd-es-nome  to ws-estacao-nome
                   move fd-es-ativa to ws-estacao-ativa
               else
                   if ws-fs-arqEstacoes = 23 then
                       display "Estacao " ws-estacao " nao cadastrada!"
                   else
                       move 24                               to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                to ws-msn-erro-cod
                       move "Erro ao ler arq. estacoes "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           .
       escolher-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calculo da quantidade de dias do mes informado (28/30/31)
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       cadastrar-mes section.

           if ws-estacao-ativa = "N" then
               display "Estacao " ws-estacao " desativada: nao recebe leituras novas"
               go to cadastrar-mes-exit
           end-if

           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-dias-mes
               display "Temperatura do dia " ws-ind-temp ": "
               accept ws-temp(ws-ind-temp)

               move ws-estacao      to fd-estacao
               move ws-ano          to fd-ano
               move ws-mes          to fd-mes
               move ws-ind-temp     to fd-dia
           exit.

      *>------------------------------------------------------------------------
      *>  Carga em lote do extrato diario das estacoes meteorologicas - valida
      *>  cada leitura (estacao, mes e faixa de dias) e grava em bloco
      *>------------------------------------------------------------------------
       importar-lote-estacao section.

               read arqExtratoTemp
               if ws-fs-arqExtratoTemp = 0 then

      *>            so estacao cadastrada e ativa entra no arquivo
                   move fd-ext-estacao to fd-es-codigo
                   read arqEstacoes
                   if  ws-fs-arqEstacoes <> 0
                   and ws-fs-arqEstacoes <> 23 then
                       move 25                               to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                to ws-msn-erro-cod
                       move "Erro ao ler arq. estacoes "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEstacoes = 23 or fd-es-ativa = "N" then
                       add 1 to ws-lote-temp-rej
                       display "Leitura rejeitada - estacao invalida ou desativada: "
                               fd-ext-estacao
                   else
                       if fd-ext-mes < 1 or fd-ext-mes > 12 then
                           add 1 to ws-lote-temp-rej
                           display "Leitura rejeitada - mes invalido: " fd-ext-mes
                       else
                           move fd-ext-mes to ws-mes
                           perform calc-dias-mes

                           if fd-ext-dia < 1 or fd-ext-dia > ws-dias-mes then
                               add 1 to ws-lote-temp-rej
                               display "Leitura rejeitada - dia invalido: "
                                       fd-ext-mes "/" fd-ext-dia
                           else
      *>                        crivo de plausibilidade: faixa aceitavel e salto
      *>                        contra os dias vizinhos ja gravados no indexado
                               perform criticar-leitura

                               if ws-leitura-suspeita = "S" then
                                   add 1 to ws-lote-temp-susp
                                   perform quarentenar-leitura
                               else
      *>                            o extrato da estacao nao traz o ano: o lote
      *>                            inteiro pertence ao ano de trabalho informado
                                   move fd-ext-estacao to fd-estacao
                                   move ws-ano         to fd-ano
                                   move fd-ext-mes     to fd-mes
                                   move fd-ext-dia     to fd-dia
                                   move fd-ext-temp    to fd-temp

                                   write fd-temperaturas
                                   if ws-fs-arqTemp = 22 then
      *>                                dia ja carregado: reenvio da estacao regrava
                                       rewrite fd-temperaturas
                                   end-if
                                   if ws-fs-arqTemp <> 0 then
                                       move 8                                     to ws-msn-erro-ofsset
                                       move ws-fs-arqTemp                         to ws-msn-erro-cod
                                       move "Erro ao gravar arq. arqTemp "        to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if

                                   add 1 to ws-lote-temp-add

      *>                            mantem a tabela em memoria coerente quando o
      *>                            lote traz dias do proprio mes e estacao em consulta
                                   if  fd-ext-mes = ws-mes-atual
                                   and fd-ext-estacao = ws-estacao then
                                       move fd-ext-temp to ws-temp(fd-ext-dia)
                                   end-if
                               end-if
                           end-if
                       end-if
               go to criticar-leitura-exit
           end-if

      *>    dia anterior ja gravado no indexado, da mesma estacao
           if fd-ext-dia > 1 then
               move fd-ext-estacao to fd-estacao
               move ws-ano     to fd-ano
               move fd-ext-mes to fd-mes
               compute fd-dia = fd-ext-dia - 1
               end-if
           end-if

      *>    dia seguinte ja gravado no indexado, da mesma estacao
           if fd-ext-dia < ws-dias-mes then
               move fd-ext-estacao to fd-estacao
               move ws-ano     to fd-ano
               move fd-ext-mes to fd-mes
               compute fd-dia = fd-ext-dia + 1
           move fd-ext-dia          to fd-qr-dia
           move fd-ext-temp         to fd-qr-temp
           move ws-motivo-suspeita  to fd-qr-motivo
           move fd-ext-estacao      to fd-qr-estacao

           write fd-quarentena
           if ws-fs-arqQuarentena <> 0 then

           close arqQuarentena

           move fd-ext-estacao     to ws-susp-estacao
           move fd-ext-mes         to ws-susp-mes
           move fd-ext-dia         to ws-susp-dia
           move fd-ext-temp        to ws-susp-temp
      *>------------------------------------------------------------------------
      *>  Revisao da quarentena: o operador confirma ('C') a gravacao no
      *>  indexado, descarta ('D') ou mantem em quarentena (outra tecla);
      *>  as mantidas sao regravadas via arquivo de trabalho; so as leituras
      *>  da estacao em trabalho sao revistas, as demais ficam como estao
      *>------------------------------------------------------------------------
       revisar-quarentena section.

           perform until ws-fs-arqQuarentena = 10
               read arqQuarentena
               if ws-fs-arqQuarentena = 0 then
                   if fd-qr-estacao <> ws-estacao then
                       move space to ws-quar-acao
                   else
                       move fd-qr-temp to ws-temp-ed
                       display "Leitura em quarentena: " fd-qr-estacao " "
                               fd-qr-dia "/" fd-qr-mes "/" fd-qr-ano " = "
                               ws-temp-ed " (" fd-qr-motivo ")"
                       display "'C'onfirmar / 'D'escartar / outra tecla mantem:"
                       accept ws-quar-acao
                   end-if

                   evaluate ws-quar-acao
                       when "C"
                       when "c"
                           move fd-qr-estacao to fd-estacao
                           move fd-qr-ano  to fd-ano
                           move fd-qr-mes  to fd-mes
                           move fd-qr-dia  to fd-dia
                           add 1 to ws-quar-descartadas

                       when other
                           if fd-qr-estacao = ws-estacao then
                               add 1 to ws-quar-mantidas
                           end-if
                           write fd-quar-trab-linha from fd-quarentena
                           if ws-fs-arqQuarTrabalho <> 0 then
                               move 19                                  to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

           move spaces to ws-susp-texto
           string "Estacao " ws-estacao " - " ws-estacao-nome
                  "  Mes " ws-mes "/" ws-ano
               delimited by size into ws-susp-texto
           write fd-rel-linha from ws-susp-texto

           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-dias-mes
               compute ws-variancia = ws-temp(ws-ind-temp) - ws-media-temp

