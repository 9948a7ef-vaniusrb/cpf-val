       identification division.
       program-id. RastreiaDocumento.

      *    the timeline of one CPF, CNPJ or PIS/PASEP/NIS across every
      *    archived run, for audits and customer complaints: each day
      *    the document appeared in the validation outputs, in which
      *    file, from which branch, with what outcome and why - read
      *    from the document index ArquivaSaidas keeps next to the
      *    dated archive generations.  appearances come out in
      *    business-date order; a rerun of a business day shows as its
      *    own generation, marked with the date it actually ran.  the
      *    timeline reaches back as far as the archive retention.
      *
      *    usage: "RastreiaDocumento <documento>", the document with
      *    or without its mask - the punctuation is dropped the same
      *    way ArquivaSaidas drops it when indexing.  a PIS is asked
      *    for with its mask ("123.45678.90-1") or behind the "P"
      *    indicator ("P12345678901"); its bare 11 digits are taken as
      *    a CPF.
      *
      *    return code 0 when the document has appearances, 4 when it
      *    has none, 12 when no document was given or the index
      *    cannot be read.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output section.
       file-control.
             select indice assign to indice-file
             organization is indexed
             access mode is dynamic
             record key is idx-chave
             file status is fs-indice.

       data division.
       file section.
      *    document index, layout as written by ArquivaSaidas.
       fd  indice.
       01  indice-reg.
           05 idx-chave.
              10 idx-documento    pic x(14).
              10 idx-data-negocio pic 9(08).
              10 idx-geracao      pic 9(02).
              10 idx-sequencia    pic 9(08).
           05 idx-arquivo         pic x(20).
           05 idx-agencia         pic x(04).
           05 idx-resultado       pic x(12).
           05 idx-motivo          pic x(30).
           05 idx-data-execucao   pic 9(08).
           05 idx-tipo-execucao   pic x(01).

       working-storage section.
       77  indice-file            pic x(64)
                                  value "arquivo-indice.dat".
       77  fs-indice              pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
       77  doc-bruto              pic x(18) value spaces.
       77  doc-chave              pic x(14) value spaces.
       77  car-idx                pic 9(04) comp-5 value zero.
       77  chave-pos              pic 9(04) comp-5 value zero.
       77  cont-aparicoes         pic 9(08) comp-5 value zero.
       77  cont-dias              pic 9(08) comp-5 value zero.
       77  data-anterior          pic 9(08) value zeros.
       77  observacao             pic x(40) value spaces.

       01  linha-detalhe.
           05 det-data            pic x(10).
           05 filler              pic x(01) value space.
           05 det-geracao         pic 9(02).
           05 filler              pic x(01) value space.
           05 det-arquivo         pic x(18).
           05 filler              pic x(01) value space.
           05 det-agencia         pic x(04).
           05 filler              pic x(01) value space.
           05 det-resultado       pic x(11).
           05 filler              pic x(01) value space.
           05 det-motivo          pic x(30).

       01  linha-separadora       pic x(80) value all "-".

       procedure division.
           accept param-line from command-line
           move spaces to param-tok1
           unstring param-line delimited by all space
              into param-tok1
           end-unstring
           move param-tok1(1:18) to doc-bruto
           perform normalizar-documento
           if param-tok1(4:1) = "." and param-tok1(10:1) = "." and
              param-tok1(13:1) = "-" and param-tok1(15:) = spaces
              move doc-chave to doc-bruto
              move spaces to doc-chave
              string "P" doc-bruto(1:13) delimited by size
                 into doc-chave
              end-string
           end-if
           if doc-chave = spaces
              display "erro: informe o CPF, CNPJ ou PIS a rastrear"
              move 12 to return-code
              stop run
           end-if

           open input indice
           if fs-indice <> "00"
              perform show-indice-file-error
              move 12 to return-code
              stop run
           end-if

           display linha-separadora
           display "rastreio do documento " function trim(doc-chave)
              " nas saidas arquivadas"
           display "data       ge arquivo            ag.  resultado"
              "   motivo"
           display linha-separadora

           perform listar-aparicoes
           close indice

           display linha-separadora
           if cont-aparicoes = zero
              display "nenhuma aparicao de " function trim(doc-chave)
                 " no arquivo"
              move 4 to return-code
           else
              display "aparicoes: " cont-aparicoes
                 "  dias de negocio: " cont-dias
              move zero to return-code
           end-if
           display linha-separadora
           stop run
           .

       normalizar-documento.
      *    same rule as ArquivaSaidas: digits and letters only.
           inspect doc-bruto converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to doc-chave
           move zero to chave-pos
           perform varying car-idx from 1 by 1 until car-idx > 18
              if doc-bruto(car-idx:1) is numeric or
                 (doc-bruto(car-idx:1) >= "A" and
                  doc-bruto(car-idx:1) <= "Z")
                 if chave-pos < 14
                    add 1 to chave-pos
                    move doc-bruto(car-idx:1)
                       to doc-chave(chave-pos:1)
                 end-if
              end-if
           end-perform
           .

       listar-aparicoes.
      *    the key leads with the document, so its appearances sit
      *    together in date / generation / sequence order.
           move spaces to indice-reg
           move doc-chave to idx-documento
           move zeros to idx-data-negocio, idx-geracao, idx-sequencia
           start indice key is >= idx-chave
           if fs-indice = "00"
              perform until exit
                 read indice next
                 if fs-indice <> "00" or idx-documento <> doc-chave
                    exit perform
                 end-if
                 perform imprimir-aparicao
              end-perform
           end-if
           .

       imprimir-aparicao.
           add 1 to cont-aparicoes
           if idx-data-negocio <> data-anterior
              add 1 to cont-dias
              move idx-data-negocio to data-anterior
           end-if
           move spaces to det-data
           string idx-data-negocio(1:4) "/" idx-data-negocio(5:2) "/"
              idx-data-negocio(7:2) delimited by size into det-data
           end-string
           move idx-geracao   to det-geracao
           move idx-arquivo   to det-arquivo
           move idx-agencia   to det-agencia
           move idx-resultado to det-resultado
           move idx-motivo    to det-motivo
           move spaces to observacao
           if idx-tipo-execucao = "R"
              string "    (reprocesso executado em "
                 idx-data-execucao(1:4) "/" idx-data-execucao(5:2)
                 "/" idx-data-execucao(7:2) ")"
                 delimited by size into observacao
              end-string
           end-if
           display linha-detalhe
           if observacao <> spaces
              display function trim(observacao trailing)
           end-if
           .

       show-indice-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-indice,
                                              msg by error-message.
           display "erro: " function trim(error-message) " '"
              function trim(indice-file) "', (status = "
              fs-indice ")"
           .
