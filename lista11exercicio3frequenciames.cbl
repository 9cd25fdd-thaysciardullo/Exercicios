           record key is fd-chave-freq
           file status is ws-fs-arqFrequencia.

      *>----Calendario letivo (lista11exercicio3indexado): base dos
      *>    percentuais de frequencia
           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cl-data
           file status is ws-fs-arqCalendario.

           select arqRelFreq assign to "relFrequenciaMes.txt"
           organization is line sequential
           access mode is sequential
               10  fd-fq-data                      pic 9(08).
           05  fd-fq-presenca                      pic x(01).

      *>----Layout do arqCalendario.dat (lista11exercicio3indexado)
       fd  arqCalendario.
       01  fd-calendario.
           05  fd-cl-data                          pic 9(08).
           05  fd-cl-tipo                          pic x(01).
           05  fd-cl-descricao                     pic x(30).

       fd  arqRelFreq.
       01  fd-rel-linha                            pic x(90).

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqFrequencia                     pic  9(02).
       77  ws-fs-arqRelFreq                        pic  9(02).
       77  ws-fs-arqCalendario                     pic  9(02).

      *>----Base pelo calendario letivo: dias letivos do mes e do ano ate
      *>    hoje; sem calendario (ou sem dias letivos no ano) vale a base
      *>    antiga, os dias lancados
       77  ws-tem-calendario                       pic x(01).
       77  ws-usa-calendario                       pic x(01).
       77  ws-data-hoje                            pic 9(08).
       77  ws-data-ate                             pic 9(08).
       77  ws-data-ini-ano                         pic 9(08).
       77  ws-cl-data-ini                          pic 9(08).
       77  ws-cl-data-fim                          pic 9(08).
       77  ws-cl-qtd-letivos                       pic 9(04).
       77  ws-qtd-letivos-mes                      pic 9(04).
       77  ws-qtd-letivos-acum                     pic 9(04).
       77  ws-dia-letivo                           pic x(01).
       77  ws-qtd-lancamentos                      pic 9(04).

      *>----Turma e mes (aaaamm) informados pelo operador
       77  ws-cod                                  pic x(03).
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

      *>    dias letivos ate hoje (ou ate o fim do mes, se ja passou)
           move function current-date (1:8) to ws-data-hoje
           if ws-data-fim < ws-data-hoje then
               move ws-data-fim  to ws-data-ate
           else
               move ws-data-hoje to ws-data-ate
           end-if
           move ws-data-ini to ws-data-ini-ano
           move "0101"      to ws-data-ini-ano (5:4)

           move "N" to ws-usa-calendario
           move 0   to ws-qtd-letivos-mes
           move 0   to ws-qtd-letivos-acum
           if ws-tem-calendario = "S" then
               move ws-data-ini-ano to ws-cl-data-ini
               move ws-data-ate     to ws-cl-data-fim
               perform contar-dias-letivos
               move ws-cl-qtd-letivos to ws-qtd-letivos-acum

               move ws-data-ini     to ws-cl-data-ini
               move ws-data-ate     to ws-cl-data-fim
               perform contar-dias-letivos
               move ws-cl-qtd-letivos to ws-qtd-letivos-mes

               if ws-qtd-letivos-acum > 0 then
                   move "S" to ws-usa-calendario
               end-if
           end-if

           move spaces to ws-rel-texto
           string "Frequencia Mensal - Turma " ws-cod
                  " - Mes " ws-ano-mes
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           if ws-usa-calendario = "S" then
               string "Base: calendario letivo - dias letivos no mes ate "
                      ws-data-ate ": " ws-qtd-letivos-mes
                      "  no ano: " ws-qtd-letivos-acum
                   delimited by size into ws-rel-texto
           end-if
           write fd-rel-linha from ws-rel-texto

           move "Id     Aluno                      Pres.  Faltas  Mes     Acumul.  Obs"
           move 0 to ws-qtd-acum-total
           move 0 to ws-qtd-acum-pres
           move 0 to ws-pct-acum
           move 0 to ws-qtd-lancamentos

           move ws-id-aluno to fd-fq-id-aluno
           move 0           to fd-fq-data
                   read arqFrequencia next
                   if  ws-fs-arqFrequencia = 0
                   and fd-fq-id-aluno = ws-id-aluno then
                       add 1 to ws-qtd-lancamentos
                       if ws-usa-calendario = "S" then
                           perform apurar-lancamento-calendario
                       else
                           add 1 to ws-qtd-acum-total
                           if fd-fq-presenca = "P" then
                               add 1 to ws-qtd-acum-pres
                           end-if

                           if  fd-fq-data >= ws-data-ini
                           and fd-fq-data <= ws-data-fim then
                               add 1 to ws-qtd-mes-total
                               if fd-fq-presenca = "P" then
                                   add 1 to ws-qtd-mes-pres
                               else
                                   add 1 to ws-qtd-mes-faltas
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if

      *>    pelo calendario: dia letivo sem presenca conta como falta
           if ws-usa-calendario = "S" then
               move ws-qtd-letivos-mes  to ws-qtd-mes-total
               move ws-qtd-letivos-acum to ws-qtd-acum-total
               compute ws-qtd-mes-faltas = ws-qtd-mes-total - ws-qtd-mes-pres
           end-if

           if ws-qtd-mes-total > 0 then
               compute ws-pct-mes =
                       (ws-qtd-mes-pres * 100) / ws-qtd-mes-total
       apurar-frequencia-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Presenca do lancamento corrente contada so em dia letivo ate hoje
      *>------------------------------------------------------------------------
       apurar-lancamento-calendario section.

           if fd-fq-presenca <> "P"
           or fd-fq-data < ws-data-ini-ano
           or fd-fq-data > ws-data-ate then
               go to apurar-lancamento-calendario-exit
           end-if

           move "N" to ws-dia-letivo
           move fd-fq-data to fd-cl-data
           read arqCalendario
           if ws-fs-arqCalendario = 0 then
               if fd-cl-tipo = "L" or fd-cl-tipo = "P" then
                   move "S" to ws-dia-letivo
               end-if
           else
               if ws-fs-arqCalendario <> 23 then
                   move 8                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                      to ws-msn-erro-cod
                   move "Erro ao ler arq. calendario "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-dia-letivo = "S" then
               add 1 to ws-qtd-acum-pres
               if fd-fq-data >= ws-data-ini then
                   add 1 to ws-qtd-mes-pres
               end-if
           end-if

           .
       apurar-lancamento-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os dias letivos entre ws-cl-data-ini e ws-cl-data-fim
      *>------------------------------------------------------------------------
       contar-dias-letivos section.

           move 0 to ws-cl-qtd-letivos

           move ws-cl-data-ini to fd-cl-data
           start arqCalendario key is >= fd-cl-data
           if ws-fs-arqCalendario = 0 then
               perform until ws-fs-arqCalendario <> 0
                          or fd-cl-data > ws-cl-data-fim
                   read arqCalendario next
                   if  ws-fs-arqCalendario = 0
                   and fd-cl-data <= ws-cl-data-fim then
                       if fd-cl-tipo = "L" or fd-cl-tipo = "P" then
                           add 1 to ws-cl-qtd-letivos
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
       contar-dias-letivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do aluno conforme a fase: detalhe do mes ou alerta (< 80%)
      *>------------------------------------------------------------------------
       gravar-linha-aluno section.

           if ws-fase = "A" then
               if  ws-qtd-lancamentos = 0
               or  ws-pct-acum >= 80 then
                   go to gravar-linha-aluno-exit
               end-if
           move ws-pct-mes         to ws-rel-pct-mes
           move ws-pct-acum        to ws-rel-pct-acum

           if ws-qtd-lancamentos = 0 then
               move "SEM CHAMADA" to ws-rel-obs
           else
               if ws-pct-acum < 75 then
           close arqAlunos
           close arqFrequencia
           close arqRelFreq
           if ws-tem-calendario = "S" then
               close arqCalendario
           end-if

           .
       finaliza-exit.
