      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio1conversaoestacao".
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
      *>----Arquivo antigo, chaveado por ano+mes+dia (uma unica estacao)
           select arqTempAntigo assign to "arqTempAnoIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-at-chave-temp
           file status is ws-fs-arqTempAntigo.

      *>----Arquivo novo, chaveado por estacao+ano+mes+dia
           select arqTempNovo assign to "arqTempEstIndexed.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nv-chave-temp
           file status is ws-fs-arqTempNovo.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-es-codigo
           file status is ws-fs-arqEstacoes.

      *>----Quarentena da carga (lista11exercicio1) e arquivo de trabalho
      *>    para regravar as linhas com a estacao preenchida
           select arqQuarentena assign to "quarentenaTemp.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqQuarentena.

           select arqQuarTrabalho assign to "quarentenaTrabalho.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqQuarTrabalho.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

       fd arqTempAntigo.
       01 fd-temp-antigo.
          05 fd-at-chave-temp.
             10 fd-at-ano                          pic 9(04).
             10 fd-at-mes                          pic 9(02).
             10 fd-at-dia                          pic 9(02).
          05 fd-at-temp                            pic s9(02)v99.

       fd arqTempNovo.
       01 fd-temp-novo.
          05 fd-nv-chave-temp.
             10 fd-nv-estacao                      pic x(03).
             10 fd-nv-ano                          pic 9(04).
             10 fd-nv-mes                          pic 9(02).
             10 fd-nv-dia                          pic 9(02).
          05 fd-nv-temp                            pic s9(02)v99.

      *>----Layout do arqEstacoes.dat (lista11exercicio1estacoes)
       fd arqEstacoes.
       01 fd-estacoes.
          05 fd-es-codigo                          pic x(03).
          05 fd-es-nome                            pic x(25).
          05 fd-es-local                           pic x(30).
          05 fd-es-ativa                           pic x(01).

      *>----Layout do quarentenaTemp.txt (lista11exercicio1); as linhas
      *>    antigas nao trazem a estacao no final
       fd arqQuarentena.
       01 fd-quarentena.
          05 fd-qr-dados                           pic x(43).
          05 fd-qr-estacao                         pic x(03).

       fd arqQuarTrabalho.
       01 fd-quar-trab-linha                       pic x(46).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqTempAntigo                      pic 9(02).
       77 ws-fs-arqTempNovo                        pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqQuarentena                      pic 9(02).
       77 ws-fs-arqQuarTrabalho                    pic 9(02).

      *>----Estacao a carimbar nas leituras do arquivo antigo
       77 ws-estacao                               pic x(03).

       77 ws-qtd-convertidas                       pic 9(05).
       77 ws-qtd-ja-existiam                       pic 9(05).
       77 ws-qtd-quarentena                        pic 9(05).

       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                 pic 9(04).
           05 filler                             pic x(01) value "-".
           05 ws-msn-erro-cod                    pic 9(02).
           05 filler                             pic x(01) value space.
           05 ws-msn-erro-text                   pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform cadastrar-estacao.
           perform converter.
           perform converter-quarentena.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Conversao unica do arquivo por ano (uma estacao) para o novo
      *>  formato com a estacao na chave; a estacao das leituras antigas e
      *>  informada pelo operador e o arquivo antigo e preservado como
      *>  copia de seguranca
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Conversao do Arquivo de Temperaturas por Estacao ===="
           display "A qual estacao pertencem as leituras de arqTempAnoIndexed.dat"
           display "(codigo, em branco = SED)? "
           accept ws-estacao
           if ws-estacao = spaces then
               move "SED" to ws-estacao
           end-if

           open input arqTempAntigo
           if ws-fs-arqTempAntigo = 35 then
               display "Arquivo antigo nao encontrado (arqTempAnoIndexed.dat)."
               display "Nada a converter."
               stop run
           end-if
           if ws-fs-arqTempAntigo <> 0 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqTempAntigo                  to ws-msn-erro-cod
               move "Erro ao abrir arq. antigo "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTempNovo
           if ws-fs-arqTempNovo = 35 then
               open output arqTempNovo
               close arqTempNovo
               open i-o arqTempNovo
           end-if
           if ws-fs-arqTempNovo  <> 00
           and ws-fs-arqTempNovo <> 05 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqTempNovo                    to ws-msn-erro-cod
               move "Erro ao abrir arq. novo "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEstacoes
           if ws-fs-arqEstacoes = 35 then
               open output arqEstacoes
               close arqEstacoes
               open i-o arqEstacoes
           end-if
           if ws-fs-arqEstacoes  <> 00
           and ws-fs-arqEstacoes <> 05 then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. estacoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-convertidas
           move 0 to ws-qtd-ja-existiam
           move 0 to ws-qtd-quarentena

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A estacao informada passa a existir no cadastro (ativa) caso
      *>  ainda nao tenha sido cadastrada
      *>------------------------------------------------------------------------
       cadastrar-estacao section.

           move ws-estacao to fd-es-codigo
           read arqEstacoes
           if ws-fs-arqEstacoes = 0 then
               go to cadastrar-estacao-exit
           end-if
           if ws-fs-arqEstacoes <> 23 then
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                    to ws-msn-erro-cod
               move "Erro ao ler arq. estacoes "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-estacao           to fd-es-codigo
           move "ESTACAO PRINCIPAL"  to fd-es-nome
           move "SEDE"               to fd-es-local
           move "S"                  to fd-es-ativa
           write fd-estacoes
           if ws-fs-arqEstacoes <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                    to ws-msn-erro-cod
               move "Erro ao gravar arq. estacoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Estacao " ws-estacao " cadastrada como ESTACAO PRINCIPAL."

           .
       cadastrar-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia cada leitura do arquivo antigo carimbando a estacao
      *>  informada; leitura ja presente no novo formato nao e regravada
      *>  (reexecucao)
      *>------------------------------------------------------------------------
       converter section.

           move 0 to fd-at-ano
           move 1 to fd-at-mes
           move 1 to fd-at-dia
           start arqTempAntigo key is >= fd-at-chave-temp
           if ws-fs-arqTempAntigo = 0 then
               perform until ws-fs-arqTempAntigo <> 0
                   read arqTempAntigo next
                   if ws-fs-arqTempAntigo = 0 then
                       move ws-estacao  to fd-nv-estacao
                       move fd-at-ano   to fd-nv-ano
                       move fd-at-mes   to fd-nv-mes
                       move fd-at-dia   to fd-nv-dia
                       move fd-at-temp  to fd-nv-temp

                       write fd-temp-novo
                       if ws-fs-arqTempNovo = 22 then
                           add 1 to ws-qtd-ja-existiam
                       else
                           if ws-fs-arqTempNovo <> 0 then
                               move 3                                    to ws-msn-erro-ofsset
                               move ws-fs-arqTempNovo                    to ws-msn-erro-cod
                               move "Erro ao gravar arq. novo "          to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-convertidas
                       end-if
                   else
                       if ws-fs-arqTempAntigo <> 10 then
                           move 4                                    to ws-msn-erro-ofsset
                           move ws-fs-arqTempAntigo                  to ws-msn-erro-cod
                           move "Erro ao ler arq. antigo "           to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           display "Conversao concluida para a estacao " ws-estacao ": "
                   ws-qtd-convertidas " leituras convertidas, "
                   ws-qtd-ja-existiam " ja existiam no novo formato."
           display "O arquivo antigo arqTempAnoIndexed.dat foi preservado."

           .
       converter-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leituras ainda em quarentena recebem a mesma estacao: copia para
      *>  o arquivo de trabalho preenchendo a estacao e regrava a quarentena
      *>------------------------------------------------------------------------
       converter-quarentena section.

           open input arqQuarentena
           if ws-fs-arqQuarentena = 35 then
               go to converter-quarentena-exit
           end-if
           if ws-fs-arqQuarentena <> 0 then
               move 8                                    to ws-msn-erro-ofsset
               move ws-fs-arqQuarentena                  to ws-msn-erro-cod
               move "Erro ao abrir arq. quarentena "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqQuarTrabalho
           if ws-fs-arqQuarTrabalho <> 0 then
               move 9                                    to ws-msn-erro-ofsset
               move ws-fs-arqQuarTrabalho                to ws-msn-erro-cod
               move "Erro ao abrir arq. trabalho "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqQuarentena = 10
               read arqQuarentena
               if ws-fs-arqQuarentena = 0 then
                   if fd-qr-estacao = spaces then
                       move ws-estacao to fd-qr-estacao
                       add 1 to ws-qtd-quarentena
                   end-if
                   write fd-quar-trab-linha from fd-quarentena
               else
                   if ws-fs-arqQuarentena <> 10 then
                       move 10                                   to ws-msn-erro-ofsset
                       move ws-fs-arqQuarentena                  to ws-msn-erro-cod
                       move "Erro ao ler arq. quarentena "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqQuarentena
           close arqQuarTrabalho

      *>    regrava a quarentena a partir do arquivo de trabalho
           open input arqQuarTrabalho
           open output arqQuarentena
           if ws-fs-arqQuarentena <> 0 then
               move 11                                   to ws-msn-erro-ofsset
               move ws-fs-arqQuarentena                  to ws-msn-erro-cod
               move "Erro ao regravar arq. quarentena "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqQuarTrabalho = 10
               read arqQuarTrabalho
               if ws-fs-arqQuarTrabalho = 0 then
                   write fd-quarentena from fd-quar-trab-linha
               end-if
           end-perform

           close arqQuarTrabalho
           close arqQuarentena

           display ws-qtd-quarentena " leituras em quarentena atribuidas a estacao "
                   ws-estacao "."

           .
       converter-quarentena-exit.
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

           close arqTempAntigo
           close arqTempNovo
           close arqEstacoes

           .
       finaliza-exit.
           exit.
