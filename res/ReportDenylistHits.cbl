       identification division.
       program-id. RelatorioOcorrencias.

      *    periodic compliance report over the denylist hit register
      *    (denylist-ocorrencias.txt) written by ValidadeCpfs and
      *    ValidadeCnpjs: every attempt to use a blocked document in
      *    the period, grouped by document, each hit joined to the
      *    ManutencaoDenylist master entry that was in force on the
      *    day of the attempt - reason code, requesting user and
      *    effective date.  documents attempted more than once in the
      *    period (REINCIDENTE) or from more than one branch
      *    (MULTIPLAS AGENCIAS) are flagged on their group and listed
      *    again in a closing section, for compliance's regulatory
      *    return on attempted use of blocked documents.
      *
      *    a validator RESTART reprocesses the records after its last
      *    checkpoint and registers their hits again; those repeats
      *    carry the same date, program, movement file and record
      *    ordinal as the first registration and are dropped here, so
      *    a restart never makes a document look reincident.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select optional denylist-ocorrencias
             assign to denylist-ocorrencias-file
             organization is line sequential
             file status is fs-denylist-ocorrencias.

             select denylist-master assign to denylist-master-file
             organization is line sequential
             file status is fs-denylist-master.

             select relatorio assign to relatorio-file
             organization is line sequential
             file status is fs-relatorio.

             select work-sort assign to "sortwk".

       data division.
       file section.
      *    hit register layout as written by the validators.
       fd  denylist-ocorrencias.
       01  ocorrencia-reg.
           05 ocr-data             pic x(08).
           05 filler               pic x(01).
           05 ocr-hora             pic x(06).
           05 filler               pic x(01).
           05 ocr-programa         pic x(16).
           05 filler               pic x(01).
           05 ocr-tipo             pic x(01).
           05 filler               pic x(01).
           05 ocr-documento        pic x(14).
           05 filler               pic x(01).
           05 ocr-agencia          pic x(04).
           05 filler               pic x(01).
           05 ocr-nome             pic x(30).
           05 filler               pic x(01).
           05 ocr-data-captacao    pic x(08).
           05 filler               pic x(01).
           05 ocr-registro         pic x(08).
           05 filler               pic x(01).
           05 ocr-arquivo          pic x(44).

      *    denylist master layout as written by ManutencaoDenylist.
       fd  denylist-master.
       01  denylist-master-reg.
           05 dlm-documento        pic x(14).
           05 filler               pic x(01).
           05 dlm-situacao         pic x(01).
           05 filler               pic x(01).
           05 dlm-data-efetiva     pic 9(08).
           05 filler               pic x(01).
           05 dlm-data-expira      pic 9(08).
           05 filler               pic x(01).
           05 dlm-motivo           pic x(04).
           05 filler               pic x(01).
           05 dlm-usuario          pic x(08).
           05 filler               pic x(01).
           05 dlm-data-inclusao    pic 9(08).
           05 filler               pic x(01).
           05 dlm-data-remocao     pic 9(08).

       fd  relatorio.
       01  relatorio-linha        pic x(80).

       sd  work-sort.
       01  sort-reg.
           05 srt-documento       pic x(14).
           05 srt-data            pic 9(08).
           05 srt-programa        pic x(16).
           05 srt-arquivo         pic x(44).
           05 srt-registro        pic 9(08).
           05 srt-hora            pic 9(06).
           05 srt-tipo            pic x(01).
           05 srt-agencia         pic x(04).
           05 srt-nome            pic x(30).

       working-storage section.
       77  denylist-ocorrencias-file pic x(64)
                                  value "denylist-ocorrencias.txt".
       77  denylist-master-file   pic x(64)
                                  value "denylist-master.txt".
       77  relatorio-file         pic x(64)
                                  value "denylist-ocorrencias-rel.txt".
       77  fs-denylist-ocorrencias pic x(02) value spaces.
       77  fs-denylist-master     pic x(02) value spaces.
       77  fs-relatorio           pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  param-tok2             pic x(64) value spaces.
       77  data-hoje              pic 9(08) value zeros.
       77  data-de                pic 9(08) value zeros.
       77  data-ate               pic 9(08) value zeros.
       77  data-entrada           pic 9(08) value zeros.
       77  pagina                 pic 9(04) comp-5 value zero.
       77  linhas                 pic 9(04) comp-5 value zero.
       77  linhas-por-pagina      pic 9(04) comp-5 value 60.
       77  cont-lidas             pic 9(08) comp-5 value zero.
       77  cont-ignoradas         pic 9(08) comp-5 value zero.
       77  cont-ocorrencias       pic 9(08) comp-5 value zero.
       77  cont-reinicio          pic 9(08) comp-5 value zero.
       77  cont-sem-master        pic 9(08) comp-5 value zero.
       77  cont-documentos        pic 9(08) comp-5 value zero.
       77  cont-reincidentes      pic 9(08) comp-5 value zero.
       77  cont-multi-agencia     pic 9(08) comp-5 value zero.
       77  ent-idx                pic 9(08) comp-5 value zero.
       77  ent-achada             pic 9(08) comp-5 value zero.
       77  primeira-ocorrencia    pic x(01) value "S".

      *    identity of the previous hit returned by the sort: an
      *    identical one is a restart re-registration.
       01  chave-anterior.
           05 ant-documento       pic x(14) value low-values.
           05 ant-data            pic 9(08) value zeros.
           05 ant-programa        pic x(16) value spaces.
           05 ant-arquivo         pic x(44) value spaces.
           05 ant-registro        pic 9(08) value zeros.
       01  chave-atual.
           05 atu-documento       pic x(14).
           05 atu-data            pic 9(08).
           05 atu-programa        pic x(16).
           05 atu-arquivo         pic x(44).
           05 atu-registro        pic 9(08).

      *    the document group being printed: attempts and the
      *    distinct branches they came from.  CNPJ hits carry no
      *    branch and never count as one.
       77  grp-documento          pic x(14) value spaces.
       77  grp-tipo               pic x(01) value space.
       77  grp-tentativas         pic 9(08) comp-5 value zero.
       77  grp-qtd-agencias       pic 9(04) comp-5 value zero.
       77  ag-idx                 pic 9(04) comp-5 value zero.
       01  tab-grp-agencias.
           05 grp-agencia         pic x(04) occurs 200.

      *    documents flagged during the pass, re-listed at the end.
       77  qtd-destaques          pic 9(08) comp-5 value zero.
       77  dst-idx                pic 9(08) comp-5 value zero.
       01  tab-destaques.
           05 dst-entry occurs 1 to 100000
              depending on qtd-destaques.
              10 dst-documento    pic x(14).
              10 dst-tipo         pic x(01).
              10 dst-tentativas   pic 9(08) comp-5.
              10 dst-agencias     pic 9(04) comp-5.

      *    the whole denylist master, history included, sorted by
      *    document and effective date: a hit is matched to the entry
      *    in force on its own date, not today's.
       77  qtd-entradas           pic 9(08) comp-5 value zero.
       01  tab-entradas.
           05 ent-entry occurs 1 to 500000
              depending on qtd-entradas
              ascending key is ent-documento ent-data-efetiva
              indexed by ent-sidx.
              10 ent-documento    pic x(14).
              10 ent-data-efetiva pic 9(08).
              10 ent-data-expira  pic 9(08).
              10 ent-data-remocao pic 9(08).
              10 ent-motivo       pic x(04).
              10 ent-usuario      pic x(08).

       01  data-formatada.
           05 dfm-ano             pic x(04).
           05 filler              pic x(01) value "/".
           05 dfm-mes             pic x(02).
           05 filler              pic x(01) value "/".
           05 dfm-dia             pic x(02).

       01  cab-titulo.
           05 filler              pic x(31)
              value "ocorrencias da denylist periodo".
           05 filler              pic x(01) value space.
           05 cab-de              pic x(10).
           05 filler              pic x(03) value " a ".
           05 cab-ate             pic x(10).
           05 filler              pic x(14) value spaces.
           05 filler              pic x(07) value "pagina ".
           05 cab-pagina          pic zzz9.

       01  cab-colunas.
           05 filler              pic x(11) value "data".
           05 filler              pic x(14) value "programa".
           05 filler              pic x(05) value "ag.".
           05 filler              pic x(21) value "nome".
           05 filler              pic x(05) value "mot.".
           05 filler              pic x(09) value "usuario".
           05 filler              pic x(10) value "efetiva".

       01  linha-grupo.
           05 filler              pic x(11) value "documento: ".
           05 lgr-documento       pic x(14).
           05 filler              pic x(08) value "  tipo: ".
           05 lgr-tipo            pic x(04).

       01  linha-detalhe.
           05 det-data            pic x(10).
           05 filler              pic x(01) value space.
           05 det-programa        pic x(13).
           05 filler              pic x(01) value space.
           05 det-agencia         pic x(04).
           05 filler              pic x(01) value space.
           05 det-nome            pic x(20).
           05 filler              pic x(01) value space.
           05 det-motivo          pic x(04).
           05 filler              pic x(01) value space.
           05 det-usuario         pic x(08).
           05 filler              pic x(01) value space.
           05 det-efetiva         pic x(10).

       01  linha-rodape.
           05 filler              pic x(12) value "tentativas: ".
           05 rod-tentativas      pic zzzzzz9.
           05 filler              pic x(12) value "  agencias: ".
           05 rod-agencias        pic zzz9.
           05 filler              pic x(02) value spaces.
           05 rod-destaque        pic x(32).

       01  cab-destaques.
           05 filler              pic x(60) value
              "documentos reincidentes ou de mais de uma agencia".

       01  cab-destaques-colunas.
           05 filler              pic x(20) value "documento      tipo".
           05 filler              pic x(13) value "  tent.  ag.".

       01  linha-destaque.
           05 lds-documento       pic x(14).
           05 filler              pic x(01) value space.
           05 lds-tipo            pic x(04).
           05 filler              pic x(01) value space.
           05 lds-tentativas      pic zzzzzz9.
           05 filler              pic x(01) value space.
           05 lds-agencias        pic zzz9.
           05 filler              pic x(02) value spaces.
           05 lds-destaque        pic x(32).

       01  linha-total.
           05 tot-descricao       pic x(36).
           05 tot-qtd             pic zzzzzz9.

       01  linha-separadora      pic x(80) value all "-".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           perform parse-runtime-params
           perform carregar-master

           sort work-sort
              ascending key srt-documento srt-data srt-programa
                            srt-arquivo srt-registro srt-hora
              input procedure is carregar-ocorrencias
              output procedure is imprimir-relatorio

           perform show-summary
      *    scheduler-friendly end: 0 = clean, 4 = hits without a
      *    matching master entry or unreadable register lines,
      *    12 = report failed.
           if cont-sem-master > zero or cont-ignoradas > zero
              move 4 to return-code
           end-if
           stop run
           .

       parse-runtime-params.
      *    runtime override: "[DE=aaaammdd] [ATE=aaaammdd]", both
      *    optional.  the default period is the current month up to
      *    today - the monthly compliance return run on demand.
           move data-hoje to data-de
           move "01" to data-de(7:2)
           move data-hoje to data-ate
           accept param-line from command-line
           move spaces to param-tok1, param-tok2
           unstring param-line delimited by all space
              into param-tok1 param-tok2
           end-unstring
           move param-tok1 to param-line
           perform classify-runtime-param
           move param-tok2 to param-line
           perform classify-runtime-param
           if data-de > data-ate
              display "erro: periodo invalido " data-de " a "
                 data-ate
              move 12 to return-code
              stop run
           end-if
           .

       classify-runtime-param.
           evaluate true
              when param-line = spaces
                 continue
              when param-line(1:3) = "DE="
                 if param-line(4:8) is numeric
                    move param-line(4:8) to data-de
                 else
                    display "erro: data inicial invalida: "
                       function trim(param-line)
                    move 12 to return-code
                    stop run
                 end-if
              when param-line(1:4) = "ATE="
                 if param-line(5:8) is numeric
                    move param-line(5:8) to data-ate
                 else
                    display "erro: data final invalida: "
                       function trim(param-line)
                    move 12 to return-code
                    stop run
                 end-if
              when other
                 display "aviso: parametro desconhecido ignorado: "
                    function trim(param-line)
           end-evaluate
           .

       carregar-master.
      *    without the master there is nothing to join the hits to:
      *    the report would carry no reason or user, which is the
      *    point of it.  lines without numeric dates are reported
      *    and dropped, as ManutencaoDenylist itself does.
           open input denylist-master
           if fs-denylist-master <> "00"
              perform show-denylist-master-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read denylist-master next
              if fs-denylist-master <> "00"
                 exit perform
              end-if
              if dlm-documento = spaces or
                 dlm-data-efetiva is not numeric or
                 dlm-data-expira is not numeric
                 display "entrada de master ignorada: "
                    denylist-master-reg
              else
                 if qtd-entradas < 500000
                    add 1 to qtd-entradas
                    move dlm-documento to
                       ent-documento(qtd-entradas)
                    move dlm-data-efetiva to
                       ent-data-efetiva(qtd-entradas)
                    move dlm-data-expira to
                       ent-data-expira(qtd-entradas)
                    if dlm-data-remocao is numeric
                       move dlm-data-remocao to
                          ent-data-remocao(qtd-entradas)
                    else
                       move zeros to ent-data-remocao(qtd-entradas)
                    end-if
                    move dlm-motivo to ent-motivo(qtd-entradas)
                    move dlm-usuario to ent-usuario(qtd-entradas)
                 else
                    display "aviso: master excede 500000 entradas -"
                       " excedente ignorado"
                    exit perform
                 end-if
              end-if
           end-perform
           close denylist-master
           if qtd-entradas > zero
              sort ent-entry ascending ent-documento ent-data-efetiva
           end-if
           .

       carregar-ocorrencias.
      *    optional + status "05": no register yet means no hit was
      *    ever recorded - an empty report, not an error.
           open input denylist-ocorrencias
           if fs-denylist-ocorrencias <> "00" and
              fs-denylist-ocorrencias <> "05"
              perform show-denylist-ocorrencias-file-error
              move 12 to return-code
              stop run
           end-if
           perform until exit
              read denylist-ocorrencias next
              if fs-denylist-ocorrencias <> "00"
                 exit perform
              end-if
              add 1 to cont-lidas
              if ocr-data is not numeric or
                 ocr-registro is not numeric or
                 ocr-documento = spaces
                 display "ocorrencia ignorada: " ocorrencia-reg
                 add 1 to cont-ignoradas
              else
                 if ocr-data >= data-de and ocr-data <= data-ate
                    move ocr-documento to srt-documento
                    move ocr-data      to srt-data
                    move ocr-programa  to srt-programa
                    move ocr-arquivo   to srt-arquivo
                    move ocr-registro  to srt-registro
                    if ocr-hora is numeric
                       move ocr-hora   to srt-hora
                    else
                       move zeros      to srt-hora
                    end-if
                    move ocr-tipo      to srt-tipo
                    move ocr-agencia   to srt-agencia
                    move ocr-nome      to srt-nome
                    release sort-reg
                 end-if
              end-if
           end-perform
           close denylist-ocorrencias
           .

       imprimir-relatorio.
           open output relatorio
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
              move 12 to return-code
              stop run
           end-if

           perform nova-pagina

           perform until exit
              return work-sort
                 at end exit perform
              end-return

              move srt-documento to atu-documento
              move srt-data      to atu-data
              move srt-programa  to atu-programa
              move srt-arquivo   to atu-arquivo
              move srt-registro  to atu-registro
              if chave-atual = chave-anterior
                 add 1 to cont-reinicio
              else
                 move chave-atual to chave-anterior
                 if srt-documento <> grp-documento or
                    primeira-ocorrencia = "S"
                    if primeira-ocorrencia = "N"
                       perform fechar-grupo
                    end-if
                    move "N" to primeira-ocorrencia
                    perform abrir-grupo
                 end-if
                 perform imprimir-detalhe
              end-if
           end-perform

           if primeira-ocorrencia = "N"
              perform fechar-grupo
           end-if
           perform imprimir-total-geral
           perform imprimir-destaques

           close relatorio
           .

       abrir-grupo.
           move srt-documento to grp-documento
           move srt-tipo      to grp-tipo
           move zero          to grp-tentativas
           move zero          to grp-qtd-agencias
           add 1 to cont-documentos
           perform conferir-quebra-pagina
           perform escrever-grupo
           .

       escrever-grupo.
           move spaces to relatorio-linha
           write relatorio-linha
           move grp-documento to lgr-documento
           if grp-tipo = "J"
              move "cnpj" to lgr-tipo
           else
              move "cpf"  to lgr-tipo
           end-if
           write relatorio-linha from linha-grupo
           add 2 to linhas
           perform check-relatorio-write
           .

       imprimir-detalhe.
           if linhas >= linhas-por-pagina
              perform nova-pagina
              perform escrever-grupo
           end-if
           move srt-data to data-entrada
           perform formatar-data
           move data-formatada to det-data
           move srt-programa   to det-programa
           move srt-agencia    to det-agencia
           move srt-nome       to det-nome
           perform localizar-bloqueio
           if ent-achada = zero
              move "????"      to det-motivo
              move "ausente"   to det-usuario
              move spaces      to det-efetiva
              add 1 to cont-sem-master
           else
              move ent-motivo(ent-achada)  to det-motivo
              move ent-usuario(ent-achada) to det-usuario
              move ent-data-efetiva(ent-achada) to data-entrada
              perform formatar-data
              move data-formatada to det-efetiva
           end-if
           write relatorio-linha from linha-detalhe
           add 1 to linhas
           perform check-relatorio-write

           add 1 to cont-ocorrencias
           add 1 to grp-tentativas
           perform contar-agencia
           .

       contar-agencia.
           if srt-agencia <> spaces
              perform varying ag-idx from 1 by 1
                         until ag-idx > grp-qtd-agencias
                 if grp-agencia(ag-idx) = srt-agencia
                    exit perform
                 end-if
              end-perform
              if ag-idx > grp-qtd-agencias and grp-qtd-agencias < 200
                 add 1 to grp-qtd-agencias
                 move srt-agencia to grp-agencia(grp-qtd-agencias)
              end-if
           end-if
           .

       localizar-bloqueio.
      *    the entry in force on the hit date: effective on or before
      *    it, not yet expired, and not removed before it.  when none
      *    qualifies (the hit came from a load file older than the
      *    last removal) the latest entry effective on or before the
      *    date is shown instead, so the hit still has a reason.
           move zero to ent-achada
           move zero to ent-idx
           if qtd-entradas > zero
              search all ent-entry
                 at end continue
                 when ent-documento(ent-sidx) = srt-documento
                    set ent-idx to ent-sidx
              end-search
              if ent-idx > zero and ent-idx <= qtd-entradas
                 if ent-documento(ent-idx) = srt-documento
                    perform recuar-primeira-entrada
                    perform escolher-entrada
                 end-if
              end-if
           end-if
           .

       recuar-primeira-entrada.
           perform until ent-idx <= 1
              if ent-documento(ent-idx - 1) <> srt-documento
                 exit perform
              end-if
              subtract 1 from ent-idx
           end-perform
           .

       escolher-entrada.
           perform until ent-idx > qtd-entradas
              if ent-documento(ent-idx) <> srt-documento
                 exit perform
              end-if
              if ent-data-efetiva(ent-idx) <= srt-data
                 if ent-data-expira(ent-idx) >= srt-data and
                    (ent-data-remocao(ent-idx) = zero or
                     ent-data-remocao(ent-idx) > srt-data)
                    move ent-idx to ent-achada
                    exit perform
                 end-if
                 move ent-idx to ent-achada
              end-if
              add 1 to ent-idx
           end-perform
           move zero to ent-idx
           .

       fechar-grupo.
           move spaces to rod-destaque
           evaluate true
              when grp-tentativas > 1 and grp-qtd-agencias > 1
                 move "REINCIDENTE  MULTIPLAS AGENCIAS"
                    to rod-destaque
                 add 1 to cont-reincidentes
                 add 1 to cont-multi-agencia
              when grp-tentativas > 1
                 move "REINCIDENTE" to rod-destaque
                 add 1 to cont-reincidentes
              when grp-qtd-agencias > 1
                 move "MULTIPLAS AGENCIAS" to rod-destaque
                 add 1 to cont-multi-agencia
              when other
                 continue
           end-evaluate
           perform conferir-quebra-pagina
           move grp-tentativas   to rod-tentativas
           move grp-qtd-agencias to rod-agencias
           write relatorio-linha from linha-rodape
           add 1 to linhas
           perform check-relatorio-write
           if rod-destaque <> spaces
              perform guardar-destaque
           end-if
           .

       guardar-destaque.
           if qtd-destaques < 100000
              add 1 to qtd-destaques
              move grp-documento    to dst-documento(qtd-destaques)
              move grp-tipo         to dst-tipo(qtd-destaques)
              move grp-tentativas   to dst-tentativas(qtd-destaques)
              move grp-qtd-agencias to dst-agencias(qtd-destaques)
           else
              display "aviso: mais de 100000 documentos em destaque"
                 " - excedente fora da lista final"
           end-if
           .

       nova-pagina.
           add 1 to pagina
           move data-de to data-entrada
           perform formatar-data
           move data-formatada to cab-de
           move data-ate to data-entrada
           perform formatar-data
           move data-formatada to cab-ate
           move pagina to cab-pagina
           if pagina > 1
              move spaces to relatorio-linha
              write relatorio-linha
           end-if
           write relatorio-linha from cab-titulo
           write relatorio-linha from dataneg-descricao
           write relatorio-linha from linha-separadora
           write relatorio-linha from cab-colunas
           write relatorio-linha from linha-separadora
           move 5 to linhas
           perform check-relatorio-write
           .

       conferir-quebra-pagina.
           if linhas >= linhas-por-pagina
              perform nova-pagina
           end-if
           .

       formatar-data.
           move data-entrada(1:4) to dfm-ano
           move data-entrada(5:2) to dfm-mes
           move data-entrada(7:2) to dfm-dia
           .

       imprimir-total-geral.
           perform conferir-quebra-pagina
           move spaces to relatorio-linha
           write relatorio-linha
           write relatorio-linha from linha-separadora
           move "ocorrencias no periodo:" to tot-descricao
           move cont-ocorrencias to tot-qtd
           write relatorio-linha from linha-total
           move "documentos bloqueados tentados:" to tot-descricao
           move cont-documentos to tot-qtd
           write relatorio-linha from linha-total
           move "documentos reincidentes:" to tot-descricao
           move cont-reincidentes to tot-qtd
           write relatorio-linha from linha-total
           move "documentos de mais de uma agencia:" to tot-descricao
           move cont-multi-agencia to tot-qtd
           write relatorio-linha from linha-total
           move "ocorrencias sem entrada no master:" to tot-descricao
           move cont-sem-master to tot-qtd
           write relatorio-linha from linha-total
           move "repeticoes de reinicio descartadas:"
              to tot-descricao
           move cont-reinicio to tot-qtd
           write relatorio-linha from linha-total
           write relatorio-linha from linha-separadora
           add 9 to linhas
           perform check-relatorio-write
           .

       imprimir-destaques.
           if qtd-destaques > zero
              perform conferir-quebra-pagina
              move spaces to relatorio-linha
              write relatorio-linha
              write relatorio-linha from cab-destaques
              write relatorio-linha from cab-destaques-colunas
              write relatorio-linha from linha-separadora
              add 4 to linhas
              perform check-relatorio-write
              perform varying dst-idx from 1 by 1
                         until dst-idx > qtd-destaques
                 perform imprimir-destaque
              end-perform
           end-if
           .

       imprimir-destaque.
           perform conferir-quebra-pagina
           move dst-documento(dst-idx) to lds-documento
           if dst-tipo(dst-idx) = "J"
              move "cnpj" to lds-tipo
           else
              move "cpf"  to lds-tipo
           end-if
           move dst-tentativas(dst-idx) to lds-tentativas
           move dst-agencias(dst-idx)   to lds-agencias
           move spaces to lds-destaque
           evaluate true
              when dst-tentativas(dst-idx) > 1 and
                   dst-agencias(dst-idx) > 1
                 move "REINCIDENTE  MULTIPLAS AGENCIAS"
                    to lds-destaque
              when dst-tentativas(dst-idx) > 1
                 move "REINCIDENTE" to lds-destaque
              when other
                 move "MULTIPLAS AGENCIAS" to lds-destaque
           end-evaluate
           write relatorio-linha from linha-destaque
           add 1 to linhas
           perform check-relatorio-write
           .

       check-relatorio-write.
           if fs-relatorio <> "00"
              perform show-relatorio-file-error
           end-if
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo das ocorrencias da denylist " data-de
              " a " data-ate
           display "linhas do registro lidas: " cont-lidas
           display "linhas ignoradas   : " cont-ignoradas
           display "ocorrencias        : " cont-ocorrencias
           display "documentos         : " cont-documentos
           display "reincidentes       : " cont-reincidentes
           display "multiplas agencias : " cont-multi-agencia
           display "sem entrada no master: " cont-sem-master
           display "repeticoes de reinicio: " cont-reinicio
           display "relatorio gravado em " function trim(relatorio-file)
           display "---------------------------------------------"
           .

       show-denylist-ocorrencias-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-denylist-ocorrencias,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(denylist-ocorrencias-file)
              "', (status = " fs-denylist-ocorrencias ")"
           .

       show-denylist-master-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-denylist-master,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(denylist-master-file) "', (status = "
              fs-denylist-master ")"
           .

       show-relatorio-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-relatorio,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(relatorio-file) "', (status = "
              fs-relatorio ")"
           .
