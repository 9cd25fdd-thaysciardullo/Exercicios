      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio1estacoes".
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
      *>----Cadastro das estacoes meteorologicas que alimentam o arquivo
      *>    de temperaturas (arqTempEstIndexed.dat)
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-es-codigo
           file status is ws-fs-arqEstacoes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Estacao: fd-es-ativa "S" / "N" (estacao desativada so consulta,
      *>    as leituras ja gravadas sao mantidas)
       fd arqEstacoes.
       01 fd-estacoes.
          05 fd-es-codigo                          pic x(03).
          05 fd-es-nome                            pic x(25).
          05 fd-es-local                           pic x(30).
          05 fd-es-ativa                           pic x(01).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqEstacoes                        pic 9(02).

       01 ws-estacoes.
          05 ws-es-codigo                          pic x(03).
          05 ws-es-nome                            pic x(25).
          05 ws-es-local                           pic x(30).
          05 ws-es-ativa                           pic x(01).

       77 ws-qtd-estacoes                          pic 9(02).

       77 ws-sair                                  pic x(01).
          88 fechar-programa                       value "N" "n".
       77 ws-menu                                  pic x(02).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Abertura do cadastro (criado vazio na primeira execucao)
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqEstacoes
           if ws-fs-arqEstacoes = 35 then
               open output arqEstacoes
               close arqEstacoes
               open i-o arqEstacoes
           end-if
           if ws-fs-arqEstacoes  <> 00
           and ws-fs-arqEstacoes <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. estacoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until fechar-programa
               move space to ws-sair

               display " ==== Cadastro de Estacoes Meteorologicas ===="
               display "'In'cluir estacao"
               display "'Al'terar estacao (nome, local, ativa/desativada)"
               display "'Li'star estacoes"

               accept ws-menu

               evaluate ws-menu
                   when = "In"
                       perform incluir-estacao

                   when = "Al"
                       perform alterar-estacao

                   when = "Li"
                       perform listar-estacoes

                   when other
                       display "Opcao Invalida"
               end-evaluate

               display "Deseja continuar? 'S' ou 'N'ao"
               accept ws-sair

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusao de estacao nova, sempre ativa
      *>------------------------------------------------------------------------
       incluir-estacao section.

           display "Codigo da estacao (3 posicoes): "
           accept ws-es-codigo
           if ws-es-codigo = spaces then
               display "Codigo da estacao obrigatorio!"
               go to incluir-estacao-exit
           end-if

           display "Nome da estacao: "
           accept ws-es-nome
           display "Local da estacao: "
           accept ws-es-local
           move "S" to ws-es-ativa

           move ws-estacoes to fd-estacoes
           write fd-estacoes
           if ws-fs-arqEstacoes = 22 then
               display "Estacao " ws-es-codigo " ja cadastrada!"
               go to incluir-estacao-exit
           end-if
           if ws-fs-arqEstacoes <> 0 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                    to ws-msn-erro-cod
               move "Erro ao gravar arq. estacoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Estacao " ws-es-codigo " cadastrada."

           .
       incluir-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao de nome/local e ativacao/desativacao; o codigo nao muda
      *>  por fazer parte da chave das leituras
      *>------------------------------------------------------------------------
       alterar-estacao section.

           display "Codigo da estacao: "
           accept ws-es-codigo

           move ws-es-codigo to fd-es-codigo
           read arqEstacoes
           if ws-fs-arqEstacoes = 23 then
               display "Estacao " ws-es-codigo " nao cadastrada!"
               go to alterar-estacao-exit
           end-if
           if ws-fs-arqEstacoes <> 0 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                    to ws-msn-erro-cod
               move "Erro ao ler arq. estacoes "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-estacoes to ws-estacoes
           display "Nome atual : " ws-es-nome
           display "Local atual: " ws-es-local
           display "Ativa      : " ws-es-ativa

           display "Novo nome (vazio = mantem): "
           move spaces to ws-es-nome
           accept ws-es-nome
           if ws-es-nome = spaces then
               move fd-es-nome to ws-es-nome
           end-if

           display "Novo local (vazio = mantem): "
           move spaces to ws-es-local
           accept ws-es-local
           if ws-es-local = spaces then
               move fd-es-local to ws-es-local
           end-if

           display "Ativa? 'S'im / 'N'ao (vazio = mantem): "
           move space to ws-es-ativa
           accept ws-es-ativa
           evaluate ws-es-ativa
               when "S"
               when "s"
                   move "S" to ws-es-ativa
               when "N"
               when "n"
                   move "N" to ws-es-ativa
               when other
                   move fd-es-ativa to ws-es-ativa
           end-evaluate

           move ws-estacoes to fd-estacoes
           rewrite fd-estacoes
           if ws-fs-arqEstacoes <> 0 then
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                    to ws-msn-erro-cod
               move "Erro ao regravar arq. estacoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Estacao " ws-es-codigo " alterada."

           .
       alterar-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as estacoes em ordem de codigo
      *>------------------------------------------------------------------------
       listar-estacoes section.

           move 0      to ws-qtd-estacoes
           move spaces to fd-es-codigo
           start arqEstacoes key is >= fd-es-codigo
           if ws-fs-arqEstacoes = 0 then
               perform until ws-fs-arqEstacoes <> 0
                   read arqEstacoes next
                   if ws-fs-arqEstacoes = 0 then
                       add 1 to ws-qtd-estacoes
                       display fd-es-codigo " " fd-es-nome " " fd-es-local
                               " ativa: " fd-es-ativa
                   else
                       if ws-fs-arqEstacoes <> 10 then
                           move 5                                    to ws-msn-erro-ofsset
                           move ws-fs-arqEstacoes                    to ws-msn-erro-cod
                           move "Erro ao ler arq. estacoes "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           display ws-qtd-estacoes " estacoes cadastradas."

           .
       listar-estacoes-exit.
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

           close arqEstacoes

           .
       finaliza-exit.
           exit.
