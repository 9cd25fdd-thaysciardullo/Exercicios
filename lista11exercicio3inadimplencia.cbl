      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exercicio3inadimplencia".
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

      *>----Cobrancas de mensalidade (lista11exercicio3mensalidades)
           select arqCobrancas assign to "arqCobrancas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-cobranca
           file status is ws-fs-arqCobrancas.

      *>----Responsaveis por aluno: a inadimplencia e agrupada pelo
      *>    contato marcado para correspondencia
           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-chave-resp
           file status is ws-fs-arqResponsaveis.

      *>----Relatorio de inadimplencia por responsavel
           select arqRelInadimplencia assign to "relInadimplencia.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelInadimplencia.

      *>----Arquivo de classificacao por responsavel (irmaos com o mesmo
      *>    responsavel saem juntos)
           select arqSortInad assign to "sortInadimplencia.tmp".

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

      *>----Layout do arqCobrancas.dat (lista11exercicio3mensalidades)
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

       fd  arqRelInadimplencia.
       01  fd-rel-linha                            pic x(90).

       sd  arqSortInad.
       01  sd-inad-reg.
           05  sd-inad-resp-nome                   pic x(25).
           05  sd-inad-resp-cpf                    pic x(11).
           05  sd-inad-resp-parentesco             pic x(15).
           05  sd-inad-resp-telefone               pic x(15).
           05  sd-inad-id-aluno                    pic 9(05).
           05  sd-inad-aluno                       pic x(25).
           05  sd-inad-cod-turma                   pic x(03).
           05  sd-inad-ano-mes                     pic 9(06).
           05  sd-inad-vencimento                  pic 9(08).
           05  sd-inad-valor                       pic 9(05)v99.
           05  sd-inad-meses                       pic 9(03).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqCobrancas                      pic  9(02).
       77  ws-fs-arqResponsaveis                   pic  9(02).
       77  ws-fs-arqRelInadimplencia               pic  9(02).

       77  ws-tem-responsaveis                     pic x(01).
       77  ws-achou-resp                           pic x(01).
       77  ws-fim-sort-inad                        pic x(01).

      *>----Responsavel de correspondencia do aluno corrente (sem marca,
      *>    ou sem arquivo, vale a mae do registro mestre)
       77  ws-resp-nome                            pic x(25).
       77  ws-resp-cpf                             pic x(11).
       77  ws-resp-parentesco                      pic x(15).
       77  ws-resp-telefone                        pic x(15).

      *>----Quebra por responsavel
       77  ws-resp-ant-nome                        pic x(25).
       77  ws-resp-ant-cpf                         pic x(11).

      *>----Data de posicao e meses de atraso de cada mensalidade
       01  ws-data-hoje.
           05  ws-hoje-ano                         pic 9(04).
           05  ws-hoje-mes                         pic 9(02).
           05  ws-hoje-dia                         pic 9(02).
       01  ws-data-venc.
           05  ws-venc-ano                         pic 9(04).
           05  ws-venc-mes                         pic 9(02).
           05  ws-venc-dia                         pic 9(02).
       77  ws-meses-atraso                         pic s9(04).

      *>----Totais por responsavel e gerais
       77  ws-qtd-resp-mens                        pic 9(05).
       77  ws-valor-resp                           pic 9(07)v99.
       77  ws-maior-atraso-resp                    pic 9(03).
       77  ws-qtd-responsaveis                     pic 9(05).
       77  ws-qtd-mensalidades                     pic 9(06).
       77  ws-valor-total                          pic 9(09)v99.
       77  ws-valor-ed                             pic z.zzz.zzz.zz9,99.

       01  ws-rel-detalhe.
           05  filler                              pic x(02) value space.
           05  ws-rel-id                           pic 9(05).
           05  filler                              pic x(01) value space.
           05  ws-rel-aluno                        pic x(25).
           05  filler                              pic x(01) value space.
           05  ws-rel-cod-turma                    pic x(03).
           05  filler                              pic x(02) value space.
           05  ws-rel-ano-mes                      pic 9(06).
           05  filler                              pic x(02) value space.
           05  ws-rel-vencimento                   pic 9(08).
           05  filler                              pic x(02) value space.
           05  ws-rel-valor                        pic zz.zz9,99.
           05  filler                              pic x(03) value space.
           05  ws-rel-meses                        pic zz9.

       01  ws-rel-texto                            pic x(90).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform relatorio-inadimplencia.
           perform finaliza.

           stop run.

      *>------------------------------------------------------------------------
      *>  Abertura dos arquivos e cabecalho do relatorio
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqAlunos
           if ws-fs-arqAlunos <> 0 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlunos                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunos "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCobrancas
           if ws-fs-arqCobrancas <> 0 then
               move 2                                        to ws-msn-erro-ofsset
               move ws-fs-arqCobrancas                       to ws-msn-erro-cod
               move "Erro ao abrir arq. cobrancas "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-tem-responsaveis
           open input arqResponsaveis
           if ws-fs-arqResponsaveis = 35 then
               move "N" to ws-tem-responsaveis
           else
               if ws-fs-arqResponsaveis <> 0 then
                   move 3                                        to ws-msn-erro-ofsset
                   move ws-fs-arqResponsaveis                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. responsaveis "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRelInadimplencia
           if ws-fs-arqRelInadimplencia <> 0 then
               move 4                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelInadimplencia                to ws-msn-erro-cod
               move "Erro ao abrir arq. rel. inadimplencia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date (1:8) to ws-data-hoje

           move spaces to ws-rel-texto
           string "Relatorio de Inadimplencia por Responsavel - posicao em "
                  ws-hoje-dia "/" ws-hoje-mes "/" ws-hoje-ano
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move "  Id    Aluno                     Tur Mes     Vencimento    Valor  Meses"
                                                   to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-resp-ant-nome
           move spaces to ws-resp-ant-cpf
           move 0      to ws-qtd-resp-mens
           move 0      to ws-valor-resp
           move 0      to ws-maior-atraso-resp
           move 0      to ws-qtd-responsaveis
           move 0      to ws-qtd-mensalidades
           move 0      to ws-valor-total
           move "N"    to ws-fim-sort-inad

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mensalidades em aberto com vencimento anterior a hoje, classificadas
      *>  por responsavel, aluno e mes
      *>------------------------------------------------------------------------
       relatorio-inadimplencia section.

           sort arqSortInad
               on ascending key sd-inad-resp-nome
                                sd-inad-resp-cpf
                                sd-inad-id-aluno
                                sd-inad-ano-mes
               input procedure is carregar-inad-sort
               output procedure is gravar-inad-sort

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Responsaveis inadimplentes: " ws-qtd-responsaveis
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Mensalidades em atraso....: " ws-qtd-mensalidades
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move ws-valor-total to ws-valor-ed
           move spaces to ws-rel-texto
           string "Valor total em atraso.....: " ws-valor-ed
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           display "Inadimplencia: " ws-qtd-responsaveis " responsaveis, "
                   ws-qtd-mensalidades " mensalidades, valor " ws-valor-ed
           display "Relatorio gravado em relInadimplencia.txt"

           .
       relatorio-inadimplencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do sort: libera uma linha por mensalidade
      *>  aberta e vencida, com o responsavel de correspondencia do aluno
      *>------------------------------------------------------------------------
       carregar-inad-sort section.

           move 0 to fd-cb-id-aluno
           move 0 to fd-cb-ano-mes
           start arqCobrancas key is >= fd-chave-cobranca
           if ws-fs-arqCobrancas = 0 then
               perform until ws-fs-arqCobrancas <> 0
                   read arqCobrancas next
                   if ws-fs-arqCobrancas = 0 then
                       if  fd-cb-status = "A"
                       and fd-cb-vencimento < ws-data-hoje then
                           perform liberar-mensalidade
                       end-if
                   else
                       if ws-fs-arqCobrancas <> 10 then
                           move 5                                        to ws-msn-erro-ofsset
                           move ws-fs-arqCobrancas                       to ws-msn-erro-cod
                           move "Erro ao ler arq. cobrancas "            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       carregar-inad-sort-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Meses de atraso (meses completos desde o vencimento, no minimo 1)
      *>  e liberacao da mensalidade corrente para o sort
      *>------------------------------------------------------------------------
       liberar-mensalidade section.

           move fd-cb-id-aluno to fd-id-aluno
           read arqAlunos
           if ws-fs-arqAlunos = 23 then
               move "*** Id nao cadastrado ***" to fd-aluno
               move spaces to fd-mae
               move spaces to fd-tel
           else
               if ws-fs-arqAlunos <> 0 then
                   move 6                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAlunos                          to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunos "            to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform buscar-responsavel

           move fd-cb-vencimento to ws-data-venc
           compute ws-meses-atraso = (ws-hoje-ano * 12 + ws-hoje-mes)
                                   - (ws-venc-ano * 12 + ws-venc-mes)
           if ws-hoje-dia < ws-venc-dia then
               subtract 1 from ws-meses-atraso
           end-if
           if ws-meses-atraso < 1 then
               move 1 to ws-meses-atraso
           end-if

           move ws-resp-nome        to sd-inad-resp-nome
           move ws-resp-cpf         to sd-inad-resp-cpf
           move ws-resp-parentesco  to sd-inad-resp-parentesco
           move ws-resp-telefone    to sd-inad-resp-telefone
           move fd-cb-id-aluno      to sd-inad-id-aluno
           move fd-aluno            to sd-inad-aluno
           move fd-cb-cod-turma     to sd-inad-cod-turma
           move fd-cb-ano-mes       to sd-inad-ano-mes
           move fd-cb-vencimento    to sd-inad-vencimento
           move fd-cb-valor         to sd-inad-valor
           move ws-meses-atraso     to sd-inad-meses
           release sd-inad-reg

           .
       liberar-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Responsavel de correspondencia do aluno; sem marca vale a mae
      *>  (mesma regra de lista11exercicio3convocacao)
      *>------------------------------------------------------------------------
       buscar-responsavel section.

           move fd-mae  to ws-resp-nome
           move spaces  to ws-resp-cpf
           move "mae"   to ws-resp-parentesco
           move fd-tel  to ws-resp-telefone

           if ws-tem-responsaveis = "S" then
               move "N" to ws-achou-resp
               move fd-cb-id-aluno to fd-rs-id-aluno
               move 0              to fd-rs-seq
               start arqResponsaveis key is >= fd-chave-resp
               if ws-fs-arqResponsaveis = 0 then
                   perform until ws-fs-arqResponsaveis <> 0
                              or fd-rs-id-aluno <> fd-cb-id-aluno
                              or ws-achou-resp = "S"
                       read arqResponsaveis next
                       if  ws-fs-arqResponsaveis = 0
                       and fd-rs-id-aluno = fd-cb-id-aluno then
                           if fd-rs-correspondencia = "S" then
                               move "S"              to ws-achou-resp
                               move fd-rs-nome       to ws-resp-nome
                               move fd-rs-cpf        to ws-resp-cpf
                               move fd-rs-parentesco to ws-resp-parentesco
                               move fd-rs-telefone   to ws-resp-telefone
                           end-if
                       end-if
                   end-perform

                   if  ws-fs-arqResponsaveis <> 0
                   and ws-fs-arqResponsaveis <> 10 then
                       move 7                                        to ws-msn-erro-ofsset
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
      *>  Procedimento de saida do sort: um bloco por responsavel com as
      *>  mensalidades em atraso de cada aluno e o subtotal da familia
      *>------------------------------------------------------------------------
       gravar-inad-sort section.

           perform until ws-fim-sort-inad = "S"
               return arqSortInad
                   at end
                       move "S" to ws-fim-sort-inad
                   not at end
                       if sd-inad-resp-nome <> ws-resp-ant-nome
                       or sd-inad-resp-cpf  <> ws-resp-ant-cpf
                       or ws-qtd-responsaveis = 0 then
                           perform imprimir-subtotal-resp
                           perform imprimir-cabecalho-resp
                       end-if
                       perform imprimir-mensalidade
               end-return
           end-perform

           perform imprimir-subtotal-resp

           .
       gravar-inad-sort-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho do bloco de um responsavel
      *>------------------------------------------------------------------------
       imprimir-cabecalho-resp section.

           add 1 to ws-qtd-responsaveis
           move sd-inad-resp-nome to ws-resp-ant-nome
           move sd-inad-resp-cpf  to ws-resp-ant-cpf

           move spaces to ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "Responsavel: " sd-inad-resp-nome
                  " (" sd-inad-resp-parentesco ")"
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto

           move spaces to ws-rel-texto
           string "CPF: " sd-inad-resp-cpf
                  "   Telefone: " sd-inad-resp-telefone
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelInadimplencia <> 0 then
               move 8                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelInadimplencia                to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. inadimplencia" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-cabecalho-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma mensalidade em atraso
      *>------------------------------------------------------------------------
       imprimir-mensalidade section.

           move sd-inad-id-aluno    to ws-rel-id
           move sd-inad-aluno       to ws-rel-aluno
           move sd-inad-cod-turma   to ws-rel-cod-turma
           move sd-inad-ano-mes     to ws-rel-ano-mes
           move sd-inad-vencimento  to ws-rel-vencimento
           move sd-inad-valor       to ws-rel-valor
           move sd-inad-meses       to ws-rel-meses
           write fd-rel-linha from ws-rel-detalhe
           if ws-fs-arqRelInadimplencia <> 0 then
               move 9                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelInadimplencia                to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. inadimplencia" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1             to ws-qtd-resp-mens
           add sd-inad-valor to ws-valor-resp
           add 1             to ws-qtd-mensalidades
           add sd-inad-valor to ws-valor-total
           if sd-inad-meses > ws-maior-atraso-resp then
               move sd-inad-meses to ws-maior-atraso-resp
           end-if

           .
       imprimir-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Subtotal do responsavel anterior (nada a imprimir no primeiro)
      *>------------------------------------------------------------------------
       imprimir-subtotal-resp section.

           if ws-qtd-resp-mens = 0 then
               go to imprimir-subtotal-resp-exit
           end-if

           move ws-valor-resp to ws-valor-ed
           move spaces to ws-rel-texto
           string "  Subtotal: " ws-qtd-resp-mens " mensalidade(s)  "
                  ws-valor-ed "  maior atraso: " ws-maior-atraso-resp
                  " mes(es)"
               delimited by size into ws-rel-texto
           write fd-rel-linha from ws-rel-texto
           if ws-fs-arqRelInadimplencia <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqRelInadimplencia                to ws-msn-erro-cod
               move "Erro ao gravar arq. rel. inadimplencia" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtd-resp-mens
           move 0 to ws-valor-resp
           move 0 to ws-maior-atraso-resp

           .
       imprimir-subtotal-resp-exit.
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
           close arqCobrancas
           if ws-tem-responsaveis = "S" then
               close arqResponsaveis
           end-if
           close arqRelInadimplencia

           .
       finaliza-exit.
           exit.
