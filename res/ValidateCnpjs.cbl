             organization is line sequential
             file status is fs-run-history.

             select optional denylist-ocorrencias
             assign to denylist-ocorrencias-file
             organization is line sequential
             file status is fs-denylist-ocorrencias.

             select dup-sort assign to "dupsort".

             select seq-sort assign to "seqsort".
      *    permanent audit trail: one line appended per run, read by
      *    the RelatorioHistorico program for run-over-run volume and
      *    rejection-rate trends.  layout shared with ValidadeCpfs.
      *    hist-data is the business date of the run (see DATANEG);
      *    the actual date of the run and N/R for a normal run or a
      *    rerun of an earlier business day follow at the end.
       fd  run-history.
       01  hist-reg.
           05 hist-data             pic 9(08).
           05 hist-divergentes      pic 9(08).
           05 filler                pic x(01).
           05 hist-aproveitados     pic 9(08).
           05 filler                pic x(01).
           05 hist-irregulares      pic 9(08).
           05 filler                pic x(01).
           05 hist-data-execucao    pic 9(08).
           05 filler                pic x(01).
           05 hist-tipo-execucao    pic x(01).

      *    permanent register of denylist hits - layout shared with
      *    ValidadeCpfs, see there.  the CNPJ movement carries no
      *    branch, name or capture date, so those stay blank.
       fd  denylist-ocorrencias.
       01  ocorrencia-reg.
           05 ocr-data              pic 9(08).
           05 filler                pic x(01).
           05 ocr-hora              pic 9(06).
           05 filler                pic x(01).
           05 ocr-programa          pic x(16).
           05 filler                pic x(01).
           05 ocr-tipo              pic x(01).
           05 filler                pic x(01).
           05 ocr-documento         pic x(14).
           05 filler                pic x(01).
           05 ocr-agencia           pic x(04).
           05 filler                pic x(01).
           05 ocr-nome              pic x(30).
           05 filler                pic x(01).
           05 ocr-data-captacao     pic x(08).
           05 filler                pic x(01).
           05 ocr-registro          pic 9(08).
           05 filler                pic x(01).
           05 ocr-arquivo           pic x(44).

      *    scratch files of the sort-based duplicate pass - see
      *    localizar-duplicados: dups-work holds the ordinal of every
       77  fs-denylist             pic x(02) value spaces.
       77  run-history-file        pic x(64) value "run-history.txt".
       77  fs-run-history          pic x(02) value spaces.
       77  denylist-ocorrencias-file pic x(64)
                                   value "denylist-ocorrencias.txt".
       77  fs-denylist-ocorrencias pic x(02) value spaces.
       77  ocorrencias-ok-flag     pic x(01) value "N".
           88 ocorrencias-ok        value "S".
       77  data-hoje               pic 9(08) value zeros.
       77  hora-agora              pic 9(08) value zeros.
       77  soma-rejeitados         pic 9(08) comp-5 value zero.
      *    cross-record concerns (duplicates, files, counters,
      *    checkpointing).
       copy "ValCnpj-Area.cpy".
      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       77  cnpj-num-lido           pic 9(14) value zeros.
       77  cnpj-doc-lido           pic x(14) value spaces.
       77  primeiro-doc            pic x(01) value "S".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           display function trim(dataneg-descricao)
           perform parse-runtime-params
           perform load-denylist
           perform localizar-duplicados
              stop run
           end-if

      *    optional + status "05": the register being created on the
      *    very first hit is success, not an error.
           open extend denylist-ocorrencias
           if fs-denylist-ocorrencias = "00" or
              fs-denylist-ocorrencias = "05"
              set ocorrencias-ok to true
           else
              perform show-denylist-ocorrencias-file-error
           end-if

           if restart-requested
              perform skip-to-checkpoint
           end-if
           close cnpjs
           close cnpjs-invalid
           close dups-ordered
           if ocorrencias-ok
              close denylist-ocorrencias
           end-if

           perform check-batch-control
           perform write-run-history
           close cnpjs
           close cnpjs-invalid
           close dups-ordered
           if ocorrencias-ok
              close denylist-ocorrencias
           end-if
           perform write-run-history
           perform show-summary
           move 12 to return-code
           if fs-run-history <> "00" and fs-run-history <> "05"
              perform show-run-history-file-error
           else
              call "DATANEG" using dataneg-area
              move spaces            to hist-reg
              move data-hoje         to hist-data
              move dataneg-hora-real to hist-hora
              move dataneg-data-real to hist-data-execucao
              move dataneg-tipo-execucao to hist-tipo-execucao
              move "ValidadeCnpjs"   to hist-programa
              move cnpjs-file        to hist-arquivo
              move fim-situacao      to hist-situacao
              move cont-repetidos    to hist-repetidos
              move cont-malformados  to hist-malformados
              move cont-bloqueados   to hist-bloqueados
      *    name divergence, the validated-documents short-circuit
      *    and the Receita situation are CPF-side controls; zeros
      *    keep the shared layout numeric.
              move zeros             to hist-divergentes
              move zeros             to hist-aproveitados
              move zeros             to hist-irregulares
              write hist-reg
              if fs-run-history <> "00"
                 perform show-run-history-file-error
                    when doc-bloqueado
                       display "cnpj bloqueado: " cnpjs-reg
                       perform report-blocked-cnpj
                       perform registrar-ocorrencia
                       add 1 to cont-bloqueados
                    when valcnpj-repetido
                       display "cnpj inválido (digitos repetidos): "
           perform check-invalid-write
           .

       registrar-ocorrencia.
           if ocorrencias-ok
              move spaces            to ocorrencia-reg
              move data-hoje         to ocr-data
              accept hora-agora from time
              move hora-agora(1:6)   to ocr-hora
              move "ValidadeCnpjs"   to ocr-programa
              move "J"               to ocr-tipo
              move cnpj-doc-lido     to ocr-documento
              move cont-lidos        to ocr-registro
              move cnpjs-file        to ocr-arquivo
              write ocorrencia-reg
              if fs-denylist-ocorrencias <> "00"
                 perform show-denylist-ocorrencias-file-error
              end-if
           end-if
           .

       report-blocked-cnpj.
           move spaces                to cnpjs-invalid-reg
           move cnpjs-reg             to civ-cnpjs-reg
              fs-dups-ordered ")"
           .

       show-denylist-ocorrencias-file-error.
      *    the register is a compliance aid like the run history:
      *    warn the operator and carry on validating.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-denylist-ocorrencias,
              msg by error-message.
           display "aviso: ocorrencia da denylist nao registrada - "
              function trim(error-message) " '"
              function trim(denylist-ocorrencias-file)
              "', (status = " fs-denylist-ocorrencias ")"
           .

       show-run-history-file-error.
      *    the history is an audit aid: losing one line is worth a
      *    warning, not an abend of an otherwise good run.
