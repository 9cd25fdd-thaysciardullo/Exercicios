      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3conversaoturmas".
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
      *>----Arquivo antigo de turmas, sem o valor da mensalidade (o
      *>    arqTurmas.dat anterior, renomeado antes da conversao)
           select arqTurmasAntigo assign to "arqTurmasAntigo.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ta-cod
           file status is ws-fs-arqTurmasAntigo.

      *>----Arquivo novo de turmas, com o valor da mensalidade
           select arqTurmasNovo assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tn-cod
           file status is ws-fs-arqTurmasNovo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

       fd arqTurmasAntigo.
       01 fd-turmas-antigo.
          05 fd-ta-cod                             pic x(03).
          05 fd-ta-descricao                       pic x(20).
          05 fd-ta-capacidade                      pic 9(03).

       fd arqTurmasNovo.
       01 fd-turmas-novo.
          05 fd-tn-cod                             pic x(03).
          05 fd-tn-descricao                       pic x(20).
          05 fd-tn-capacidade                      pic 9(03).
          05 fd-tn-mensalidade                     pic 9(05)v99.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqTurmasAntigo                    pic 9(02).
       77 ws-fs-arqTurmasNovo                      pic 9(02).

       77 ws-qtd-convertidas                       pic 9(05).
       77 ws-qtd-ja-existiam                       pic 9(05).

       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                 pic 9(04).
           05 filler                             pic x(01) value "-".
           05 ws-msn-erro-cod                    pic 9(02).
           05 filler                             pic x(01) value space.
           05 ws-msn-erro-text                   pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform converter.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Conversao unica do cadastro de turmas para o layout com o valor da
      *>  mensalidade; o arquivo antigo e preservado como copia de seguranca
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Conversao do Cadastro de Turmas ===="

           open input arqTurmasAntigo
           if ws-fs-arqTurmasAntigo = 35 then
               display "Arquivo antigo nao encontrado (arqTurmasAntigo.dat)."
               display "Nada a converter."
               stop run
           end-if
           if ws-fs-arqTurmasAntigo <> 0 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqTurmasAntigo                to ws-msn-erro-cod
               move "Erro ao abrir arq. antigo "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTurmasNovo
           if ws-fs-arqTurmasNovo = 35 then
               open output arqTurmasNovo
               close arqTurmasNovo
               open i-o arqTurmasNovo
           end-if
           if ws-fs-arqTurmasNovo  <> 00
           and ws-fs-arqTurmasNovo <> 05 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqTurmasNovo                  to ws-msn-erro-cod
               move "Erro ao abrir arq. novo "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-convertidas
           move 0 to ws-qtd-ja-existiam

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia cada turma do arquivo antigo com mensalidade zerada (a
      *>  secretaria informa o valor pela opcao 'Ct'); turma ja presente no
      *>  novo formato nao e regravada (reexecucao)
      *>------------------------------------------------------------------------
       converter section.

           move low-values to fd-ta-cod
           start arqTurmasAntigo key is >= fd-ta-cod
           if ws-fs-arqTurmasAntigo = 0 then
               perform until ws-fs-arqTurmasAntigo <> 0
                   read arqTurmasAntigo next
                   if ws-fs-arqTurmasAntigo = 0 then
                       move fd-ta-cod         to fd-tn-cod
                       move fd-ta-descricao   to fd-tn-descricao
                       move fd-ta-capacidade  to fd-tn-capacidade
                       move 0                 to fd-tn-mensalidade

                       write fd-turmas-novo
                       if ws-fs-arqTurmasNovo = 22 then
                           add 1 to ws-qtd-ja-existiam
                       else
                           if ws-fs-arqTurmasNovo <> 0 then
                               move 3                                    to ws-msn-erro-ofsset
                               move ws-fs-arqTurmasNovo                  to ws-msn-erro-cod
                               move "Erro ao gravar arq. novo "          to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-convertidas
                       end-if
                   else
                       if ws-fs-arqTurmasAntigo <> 10 then
                           move 4                                    to ws-msn-erro-ofsset
                           move ws-fs-arqTurmasAntigo                to ws-msn-erro-cod
                           move "Erro ao ler arq. antigo "           to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           display "Conversao concluida: " ws-qtd-convertidas
                   " turmas convertidas, " ws-qtd-ja-existiam
                   " ja existiam no novo formato."
           display "Informe a mensalidade de cada turma pela opcao 'Ct'."
           display "O arquivo antigo arqTurmasAntigo.dat foi preservado."

           .
       converter-exit.
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

           close arqTurmasAntigo
           close arqTurmasNovo

           .
       finaliza-exit.
           exit.
