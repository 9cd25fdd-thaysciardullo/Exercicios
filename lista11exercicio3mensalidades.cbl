      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3mensalidades".
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

      *>----Turmas: o valor da mensalidade e o da turma do aluno
           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tu-cod
           file status is ws-fs-arqTurmas.

      *>----Egressos (lista11exercicio3formatura): formado nao e cobrado
           select arqEgressos assign to "arqEgressos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-eg-id-aluno
           file status is ws-fs-arqEgressos.

      *>----Descontos e bolsas por aluno (lista11exercicio3indexado)
           select arqDescontos assign to "arqDescontos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ds-id-aluno
           file status is ws-fs-arqDescontos.

      *>----Responsaveis por aluno: o pagador do boleto e o contato
      *>    marcado para correspondencia
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-resp
           file status is ws-fs-arqResponsaveis.

      *>----Cobrancas de mensalidade, uma por aluno por ano+mes
           select arqCobrancas assign to "arqCobrancas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-cobranca
           file status is ws-fs-arqCobrancas.

      *>----Arquivo de remessa para o banco (boletos do mes)
           select arqRemessa assign to "remessaBanco.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRemessa.

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

      *>----Layout do arqEgressos.dat (lista11exercicio3formatura)
       fd  arqEgressos.
       01  fd-egressos.
           05  fd-eg-id-aluno                      pic 9(05).
           05  fd-eg-aluno                         pic x(25).
           05  fd-eg-endereco                      pic x(35).
           05  fd-eg-mae                           pic x(25).
           05  fd-eg-pai                           pic x(25).
           05  fd-eg-tel                           pic x(15).
           05  fd-eg-cod                           pic x(03).
           05  fd-eg-notas.
               10 fd-eg-nota1                      pic 9(02)v99.
               10 fd-eg-nota2                      pic 9(02)v99.
               10 fd-eg-nota3                      pic 9(02)v99.
               10 fd-eg-nota4                      pic 9(02)v99.
               10 fd-eg-media                      pic 9(02)v99.
           05  fd-eg-situacao                      pic x(02).
           05  fd-eg-data-conclusao                pic 9(08).

      *>----Layout do arqDescontos.dat (lista11exercicio3indexado)
       fd  arqDescontos.
       01  fd-descontos.
           05  fd-ds-id-aluno                      pic 9(05).
           05  fd-ds-percentual                    pic 9(03)v99.
           05  fd-ds-motivo                        pic x(30).
           05  fd-ds-anomes-fim                    pic 9(06).

      *>----Layout do arqResponsaveis.dat (lista11exercicio3indexado)
       fd  arqResponsaveis.
       01  fd-responsaveis.
           05  fd-chave-resp.
               10  fd-rs-id-aluno                  pic 9(05).
               10  fd-rs-seq                       pic 9(02).
           05  fd-rs-nome                          pic x(25).
           05  fd-rs-parentesco                    pic x(15).
           05  fd-rs-cpf                           pic x(11).
           05  fd-rs-telefone                      pic x(15).
           05  fd-rs-correspondencia               pic x(01).

      *>----Cobranca: status "A"berta ou "P"aga (baixa pelo retorno do
      *>    banco, lista11exercicio3retornobanco); o nosso numero do boleto
      *>    e o proprio Id seguido do ano+mes
       fd  arqCobrancas.
       01  fd-cobrancas.
           05  fd-chave-cobranca.
               10  fd-cb-id-aluno                  pic 9(05).
               10  fd-cb-ano-mes                   pic 9(06).
           05  fd-cb-cod-turma                     pic x(03).
           05  fd-cb-valor-bruto                   pic 9(05)v99.
           05  fd-cb-desconto                      pic 9(05)v99.
           05  fd-cb-valor                         pic 9(05)v99.
           05  fd-cb-vencimento                    pic 9(08).
           05  fd-cb-status                        pic x(01).
           05  fd-cb-data-pagto                    pic 9(08).
           05  fd-cb-valor-pago                    pic 9(05)v99.

      *>----Remessa: header "H", um detalhe "D" por boleto e trailer "T"
      *>    com quantidade e valor total para conferencia no banco
       fd  arqRemessa.
       01  fd-rm-header.
           05  fd-rm-h-tipo                        pic x(01).
           05  fd-rm-h-data-hora                   pic x(14).
           05  fd-rm-h-ano-mes                     pic 9(06).
           05  filler                              pic x(74).
       01  fd-rm-detalhe.
           05  fd-rm-d-tipo                        pic x(01).
           05  fd-rm-d-nosso-numero                pic 9(11).
           05  fd-rm-d-aluno                       pic x(25).
           05  fd-rm-d-pagador                     pic x(25).
           05  fd-rm-d-cpf                         pic x(11).
           05  fd-rm-d-endereco                    pic x(35).
           05  fd-rm-d-vencimento                  pic 9(08).
           05  fd-rm-d-valor                       pic 9(05)v99.
       01  fd-rm-trailer.
           05  fd-rm-t-tipo                        pic x(01).
           05  fd-rm-t-qtd                         pic 9(06).
           05  fd-rm-t-valor-total                 pic 9(09)v99.
           05  fd-rm-t-data-hora                   pic x(14).
           05  filler                              pic x(63).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqTurmas                         pic  9(02).
       77  ws-fs-arqEgressos                       pic  9(02).
       77  ws-fs-arqDescontos                      pic  9(02).
       77  ws-fs-arqResponsaveis                   pic  9(02).
       77  ws-fs-arqCobrancas                      pic  9(02).
       77  ws-fs-arqRemessa                        pic  9(02).

      *>----Arquivos opcionais (escola ainda sem egressos/descontos/resp.)
       77  ws-tem-egressos                         pic x(01).
       77  ws-tem-descontos                        pic x(01).
       77  ws-tem-responsaveis                     pic x(01).
       77  ws-achou-resp                           pic x(01).

      *>----Parametros da cobranca
       77  ws-ano-mes                              pic 9(06).
       77  ws-dia-vencimento                       pic 9(02).
       77  ws-vencimento                           pic 9(08).
       77  ws-data-hora-geracao                    pic x(14).

       77  ws-valor-bruto                          pic 9(05)v99.
       77  ws-valor-desconto                       pic 9(05)v99.
       77  ws-valor-cobrado                        pic 9(05)v99.

      *>----Pagador do boleto: responsavel de correspondencia ou a mae
       77  ws-pagador-nome                         pic x(25).
       77  ws-pagador-cpf                          pic x(11).

      *>----Totais
       77  ws-qtd-geradas                          pic 9(06).
       77  ws-qtd-ja-existiam                      pic 9(06).
       77  ws-qtd-inativos                         pic 9(06).
       77  ws-qtd-egressos                         pic 9(06).
       77  ws-qtd-sem-mensalidade                  pic 9(06).
       77  ws-qtd-bolsa-integral                   pic 9(06).
       77  ws-qtd-remessa                          pic 9(06).
       77  ws-valor-total                          pic 9(09)v99.
       77  ws-valor-total-ed                       pic z.zzz.zzz.zz9,99.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform gerar-cobrancas.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Parametros do mes e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display " ==== Cobranca Mensal de Mensalidades ===="
           display " Informe o mes de referencia (aaaamm):"
           accept ws-ano-mes
           display " Informe o dia de vencimento (01 a 28):"
           accept ws-dia-vencimento

           if ws-ano-mes (5:2) < "01" or ws-ano-mes (5:2) > "12" then
               display "Mes de referencia invalido!"
               stop run
           end-if

           if ws-dia-vencimento < 1 or ws-dia-vencimento > 28 then
               display "Dia de vencimento invalido!"
               stop run
           end-if

           compute ws-vencimento = ws-ano-mes * 100 + ws-dia-vencimento

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                          to ws-msn-erro-cod
               move "Erro ao abrir arq. turmas "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-egressos
           open input arqEgressos
           if ws-fs-arqEgressos = 35 then
               move "N" to ws-tem-egressos
           else
               if ws-fs-arqEgressos <> 0 then
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. egressos "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-descontos
           open input arqDescontos
           if ws-fs-arqDescontos = 35 then
               move "N" to ws-tem-descontos
           else
               if ws-fs-arqDescontos <> 0 then
                   move 4                                        to ws-msn-erro-ofsset
                   move ws-fs-arqDescontos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. descontos "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-tem-responsaveis
           open input arqResponsaveis
           if ws-fs-arqResponsaveis = 35 then
               move "N" to ws-tem-responsaveis
           else
               if ws-fs-arqResponsaveis <> 0 then
                   move 5                                        to ws-msn-erro-ofsset
                   move ws-fs-arqResponsaveis                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. responsaveis "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arqCobrancas
           if ws-fs-arqCobrancas = 35 then
               open output arqCobrancas
               close arqCobrancas
               open i-o arqCobrancas
           end-if
           if ws-fs-arqCobrancas  <> 00
           and ws-fs-arqCobrancas <> 05 then
               move 6                                        to ws-msn-erro-ofsset
               move ws-fs-arqCobrancas                       to ws-msn-erro-cod
               move "Erro ao abrir arq. cobrancas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRemessa
           if ws-fs-arqRemessa <> 0 then
               move 7                                        to ws-msn-erro-ofsset
               move ws-fs-arqRemessa                         to ws-msn-erro-cod
               move "Erro ao abrir arq. remessa "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date (1:14) to ws-data-hora-geracao

           move spaces                to fd-rm-header
           move "H"                   to fd-rm-h-tipo
           move ws-data-hora-geracao  to fd-rm-h-data-hora
           move ws-ano-mes            to fd-rm-h-ano-mes
           write fd-rm-header
           if ws-fs-arqRemessa <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRemessa                         to ws-msn-erro-cod
               move "Erro ao gravar arq. remessa "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-geradas
           move 0 to ws-qtd-ja-existiam
           move 0 to ws-qtd-inativos
           move 0 to ws-qtd-egressos
           move 0 to ws-qtd-sem-mensalidade
           move 0 to ws-qtd-bolsa-integral
           move 0 to ws-qtd-remessa
           move 0 to ws-valor-total

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma cobranca por aluno ativo no mes; inativo ("I") e egresso nunca
      *>  sao cobrados. Cobranca ja existente no mes nao e gerada de novo
      *>  (reexecucao), mas se ainda aberta volta para a remessa
      *>------------------------------------------------------------------------
       gerar-cobrancas section.

           move 1 to fd-id-aluno
           start arqAlunos key is >= fd-id-aluno
           if ws-fs-arqAlunos = 0 then
               perform until ws-fs-arqAlunos <> 0
                   read arqAlunos next
                   if ws-fs-arqAlunos = 0 then
                       perform cobrar-aluno
                   else
                       if ws-fs-arqAlunos <> 10 then
                           move 9                                        to ws-msn-erro-ofsset
                           move ws-fs-arqAlunos                          to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

      *>    trailer com a quantidade e o valor total dos boletos
           move spaces                to fd-rm-trailer
           move "T"                   to fd-rm-t-tipo
           move ws-qtd-remessa        to fd-rm-t-qtd
           move ws-valor-total        to fd-rm-t-valor-total
           move ws-data-hora-geracao  to fd-rm-t-data-hora
           write fd-rm-trailer
           if ws-fs-arqRemessa <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqRemessa                         to ws-msn-erro-cod
               move "Erro ao gravar arq. remessa "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-valor-total to ws-valor-total-ed
           display "Cobranca " ws-ano-mes " concluida."
           display "Geradas: " ws-qtd-geradas
                   " Ja existiam: " ws-qtd-ja-existiam
                   " Bolsa integral: " ws-qtd-bolsa-integral
           display "Nao cobrados - inativos: " ws-qtd-inativos
                   " egressos: " ws-qtd-egressos
                   " turma sem mensalidade: " ws-qtd-sem-mensalidade
           display "Boletos na remessa: " ws-qtd-remessa
                   " Valor total: " ws-valor-total-ed
           display "Remessa gravada em remessaBanco.txt"

           .
       gerar-cobrancas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cobranca do aluno corrente: valor da turma menos o desconto vigente
      *>------------------------------------------------------------------------
       cobrar-aluno section.

           if fd-status <> "A" then
               add 1 to ws-qtd-inativos
               go to cobrar-aluno-exit
           end-if

           if ws-tem-egressos = "S" then
               move fd-id-aluno to fd-eg-id-aluno
               read arqEgressos
               if ws-fs-arqEgressos = 0 then
                   add 1 to ws-qtd-egressos
                   go to cobrar-aluno-exit
               end-if
               if ws-fs-arqEgressos <> 23 then
                   move 11                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEgressos                        to ws-msn-erro-cod
                   move "Erro ao ler arq. egressos "             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move fd-cod to fd-tu-cod
           read arqTurmas
           if ws-fs-arqTurmas = 23 then
               add 1 to ws-qtd-sem-mensalidade
               go to cobrar-aluno-exit
           end-if
           if ws-fs-arqTurmas <> 0 then
               move 12                                       to ws-msn-erro-ofsset
               move ws-fs-arqTurmas                          to ws-msn-erro-cod
               move "Erro ao ler arq. turmas "               to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-tu-mensalidade is not numeric
           or fd-tu-mensalidade = 0 then
               add 1 to ws-qtd-sem-mensalidade
               go to cobrar-aluno-exit
           end-if

      *>    cobranca do mes ja gerada em execucao anterior
           move fd-id-aluno to fd-cb-id-aluno
           move ws-ano-mes  to fd-cb-ano-mes
           read arqCobrancas
           if ws-fs-arqCobrancas = 0 then
               add 1 to ws-qtd-ja-existiam
               if fd-cb-status = "A" then
                   perform gravar-remessa
               end-if
               go to cobrar-aluno-exit
           end-if
           if ws-fs-arqCobrancas <> 23 then
               move 13                                       to ws-msn-erro-ofsset
               move ws-fs-arqCobrancas                       to ws-msn-erro-cod
               move "Erro ao ler arq. cobrancas "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-tu-mensalidade to ws-valor-bruto
           perform calcular-desconto
           compute ws-valor-cobrado = ws-valor-bruto - ws-valor-desconto

           if ws-valor-cobrado = 0 then
               add 1 to ws-qtd-bolsa-integral
               go to cobrar-aluno-exit
           end-if

           move fd-id-aluno       to fd-cb-id-aluno
           move ws-ano-mes        to fd-cb-ano-mes
           move fd-cod            to fd-cb-cod-turma
           move ws-valor-bruto    to fd-cb-valor-bruto
           move ws-valor-desconto to fd-cb-desconto
           move ws-valor-cobrado  to fd-cb-valor
           move ws-vencimento     to fd-cb-vencimento
           move "A"               to fd-cb-status
           move 0                 to fd-cb-data-pagto
           move 0                 to fd-cb-valor-pago
           write fd-cobrancas
           if ws-fs-arqCobrancas <> 0 then
               move 14                                       to ws-msn-erro-ofsset
               move ws-fs-arqCobrancas                       to ws-msn-erro-cod
               move "Erro ao gravar arq. cobrancas "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-geradas
           perform gravar-remessa

           .
       cobrar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desconto/bolsa do aluno vigente no mes de referencia (fim zero =
      *>  sem prazo); 100,00 % zera a mensalidade
      *>------------------------------------------------------------------------
       calcular-desconto section.

           move 0 to ws-valor-desconto

           if ws-tem-descontos = "N" then
               go to calcular-desconto-exit
           end-if

           move fd-id-aluno to fd-ds-id-aluno
           read arqDescontos
           if ws-fs-arqDescontos = 23 then
               go to calcular-desconto-exit
           end-if
           if ws-fs-arqDescontos <> 0 then
               move 15                                       to ws-msn-erro-ofsset
               move ws-fs-arqDescontos                       to ws-msn-erro-cod
               move "Erro ao ler arq. descontos "            to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  fd-ds-anomes-fim <> 0
           and fd-ds-anomes-fim < ws-ano-mes then
               go to calcular-desconto-exit
           end-if

           if fd-ds-percentual >= 100 then
               move ws-valor-bruto to ws-valor-desconto
           else
               compute ws-valor-desconto rounded =
                       ws-valor-bruto * fd-ds-percentual / 100
           end-if

           .
       calcular-desconto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Detalhe da remessa para a cobranca corrente (fd-cobrancas)
      *>------------------------------------------------------------------------
       gravar-remessa section.

           perform buscar-responsavel

           move spaces              to fd-rm-detalhe
           move "D"                 to fd-rm-d-tipo
           move fd-chave-cobranca   to fd-rm-d-nosso-numero
           move fd-aluno            to fd-rm-d-aluno
           move ws-pagador-nome     to fd-rm-d-pagador
           move ws-pagador-cpf      to fd-rm-d-cpf
           move fd-endereco         to fd-rm-d-endereco
           move fd-cb-vencimento    to fd-rm-d-vencimento
           move fd-cb-valor         to fd-rm-d-valor
           write fd-rm-detalhe
           if ws-fs-arqRemessa <> 0 then
               move 16                                       to ws-msn-erro-ofsset
               move ws-fs-arqRemessa                         to ws-msn-erro-cod
               move "Erro ao gravar arq. remessa "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1           to ws-qtd-remessa
           add fd-cb-valor to ws-valor-total

           .
       gravar-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagador do boleto: o responsavel marcado para correspondencia;
      *>  sem marca (ou sem arquivo) vale a mae, sem CPF
      *>  (mesma regra de lista11exercicio3convocacao)
      *>------------------------------------------------------------------------
       buscar-responsavel section.

           move fd-mae  to ws-pagador-nome
           move spaces  to ws-pagador-cpf

           if ws-tem-responsaveis = "S" then
               move "N" to ws-achou-resp
               move fd-id-aluno to fd-rs-id-aluno
               move 0           to fd-rs-seq
               start arqResponsaveis key is >= fd-chave-resp
               if ws-fs-arqResponsaveis = 0 then
                   perform until ws-fs-arqResponsaveis <> 0
                              or fd-rs-id-aluno <> fd-id-aluno
                              or ws-achou-resp = "S"
                       read arqResponsaveis next
                       if  ws-fs-arqResponsaveis = 0
                       and fd-rs-id-aluno = fd-id-aluno then
                           if fd-rs-correspondencia = "S" then
                               move "S"              to ws-achou-resp
                               move fd-rs-nome       to ws-pagador-nome
                               move fd-rs-cpf        to ws-pagador-cpf
                           end-if
                       end-if
                   end-perform

                   if  ws-fs-arqResponsaveis <> 0
                   and ws-fs-arqResponsaveis <> 10 then
                       move 17                                       to ws-msn-erro-ofsset
                       move ws-fs-arqResponsaveis                    to ws-msn-erro-cod
                       move "Erro ao ler arq. responsaveis "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           .
       buscar-responsavel-exit.
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
           if ws-tem-egressos = "S" then
               close arqEgressos
           end-if
           if ws-tem-descontos = "S" then
               close arqDescontos
           end-if
           if ws-tem-responsaveis = "S" then
               close arqResponsaveis
           end-if
           close arqCobrancas
           close arqRemessa

           .
       finaliza-exit.
           exit.
