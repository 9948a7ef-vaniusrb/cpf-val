             record key is cad-cpf
             file status is fs-cadastro.

             select situacao-receita assign to situacao-receita-file
             organization is indexed
             access mode is random
             record key is sit-cpf
             file status is fs-situacao-receita.

             select cpfs-concil assign to cpfs-concil-file
             organization is line sequential
             file status is fs-cpfs-concil.
             organization is line sequential
             file status is fs-run-history.

             select optional denylist-ocorrencias
             assign to denylist-ocorrencias-file
             organization is line sequential
             file status is fs-denylist-ocorrencias.

             select dup-sort assign to "dupsort".

             select seq-sort assign to "seqsort".
           05 ckpt-h-captacao      pic 9(08).
           05 ckpt-h-divergentes   pic 9(08).
           05 ckpt-h-aproveitados  pic 9(08).
           05 ckpt-h-irregulares   pic 9(08).

       fd  cadastro.
       01  cadastro-reg.
           05 cad-cpf              pic 9(11).
           05 cad-nome             pic x(30).

      *    Receita Federal situation master, loaded weekly by
      *    CarregaSituacao - layout as written there.
       fd  situacao-receita.
       01  situacao-receita-reg.
           05 sit-cpf              pic 9(11).
           05 sit-situacao         pic x(01).
           05 sit-data-situacao    pic 9(08).
           05 sit-ano-obito        pic x(04).
           05 sit-data-carga       pic 9(08).

      *    cumulative validated-documents master, kept across runs:
      *    first-seen date, last-seen date and last outcome ("V"
      *    passed the full pipeline, "R" rejected) per document.
      *    permanent audit trail: one line appended per run, read by
      *    the RelatorioHistorico program for run-over-run volume and
      *    rejection-rate trends.  layout shared with ValidadeCnpjs.
      *    hist-data is the business date of the run (see DATANEG);
      *    the actual date of the run and N/R for a normal run or a
      *    rerun of an earlier business day follow at the end.
       fd  run-history.
       01  hist-reg.
           05 hist-data            pic 9(08).
           05 hist-divergentes     pic 9(08).
           05 filler               pic x(01).
           05 hist-aproveitados    pic 9(08).
           05 filler               pic x(01).
           05 hist-irregulares     pic 9(08).
           05 filler               pic x(01).
           05 hist-data-execucao   pic 9(08).
           05 filler               pic x(01).
           05 hist-tipo-execucao   pic x(01).

      *    permanent register of denylist hits, appended on every
      *    "documento bloqueado" and never rewritten: the invalid file
      *    is overwritten the next day, this is what compliance
      *    reports attempted use of blocked documents from - see
      *    RelatorioOcorrencias.  arquivo and registro (the ordinal of
      *    the data record in the movement) identify the hit, so the
      *    records a RESTART reprocesses can be told from new
      *    attempts.  layout shared with ValidadeCnpjs.
       fd  denylist-ocorrencias.
       01  ocorrencia-reg.
           05 ocr-data             pic 9(08).
           05 filler               pic x(01).
           05 ocr-hora             pic 9(06).
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
           05 ocr-registro         pic 9(08).
           05 filler               pic x(01).
           05 ocr-arquivo          pic x(44).

      *    scratch files of the sort-based duplicate pass - see
      *    localizar-duplicados: dups-work holds the ordinal of every
       77  fs-denylist            pic x(02) value spaces.
       77  run-history-file       pic x(64) value "run-history.txt".
       77  fs-run-history         pic x(02) value spaces.
       77  denylist-ocorrencias-file pic x(64)
                                  value "denylist-ocorrencias.txt".
       77  fs-denylist-ocorrencias pic x(02) value spaces.
       77  ocorrencias-ok-flag    pic x(01) value "N".
           88 ocorrencias-ok       value "S".
       77  data-hoje              pic 9(08) value zeros.
       77  hora-agora             pic 9(08) value zeros.
       77  soma-rejeitados        pic 9(08) comp-5 value zero.
       77  vld-resultado-novo     pic x(01) value space.
       77  vld-idade              pic s9(08) comp-5 value zero.

      *    Receita Federal registration status (see the
      *    situacao-receita FD): a CPF Receita has suspended,
      *    cancelled or nullified, or whose holder has died, is
      *    rejected even with correct check digits.  a master that
      *    fails to open degrades to the old behaviour, like the
      *    denylist; a CPF absent from the snapshot is not judged.
       77  situacao-receita-file  pic x(64)
                                  value "situacao-receita.dat".
       77  fs-situacao-receita    pic x(02) value spaces.
       77  situacao-ok-flag       pic x(01) value "N".
           88 situacao-ok          value "S".
       77  cont-irregulares       pic 9(08) comp-5 value zero.
       77  situacao-rf-flag       pic x(01) value "R".
           88 situacao-regular     value "R".
           88 situacao-irregular   value "I".
       77  motivo-situacao        pic x(20) value spaces.

      *    name-consistency control: for documents found on the
      *    customer master the movement name is compared against
      *    cad-nome, tolerant of case, accents and spacing - both
      *    jobs; this program keeps only the cross-record concerns
      *    (duplicates, files, counters, checkpointing).
       copy "ValCpf-Area.cpy".
      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       77  cpf-num-lido           pic 9(11) value zeros.

       77  primeiro-doc           pic x(01) value "S".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje
           display function trim(dataneg-descricao)
           compute dias-hoje = function integer-of-date(data-hoje)
           perform parse-runtime-params
           perform load-denylist
              stop run
           end-if

           open input situacao-receita
           if fs-situacao-receita = "00"
              set situacao-ok to true
           else
              perform show-situacao-receita-file-error
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

           if restart-count > zero
              open extend cpfs-concil
           else
           close cpfs-invalid
           close cpfs-valid
           close cadastro
           if situacao-ok
              close situacao-receita
           end-if
           if ocorrencias-ok
              close denylist-ocorrencias
           end-if
           close cpfs-concil
           close divergencias
           if validados-ok
              compute soma-rejeitados = cont-invalidos
                 + cont-duplicados + cont-repetidos
                 + cont-malformados + cont-bloqueados
                 + cont-capt-rejeitados + cont-irregulares
              if soma-rejeitados * 100 > limite-rejeicao * cont-lidos
                 display "abortado: " soma-rejeitados " rejeitos em "
                    cont-lidos " registros excede o limite de "
           close cpfs-invalid
           close cpfs-valid
           close cadastro
           if situacao-ok
              close situacao-receita
           end-if
           if ocorrencias-ok
              close denylist-ocorrencias
           end-if
           close cpfs-concil
           close divergencias
           if validados-ok
      *    Tuesday's run process?" months later.
           compute soma-rejeitados = cont-invalidos + cont-duplicados
              + cont-repetidos + cont-malformados + cont-bloqueados
              + cont-capt-rejeitados + cont-irregulares
           if fim-situacao = "OK"
              if lote-invalido
                 move "ERRO" to fim-situacao
           if fs-run-history <> "00" and fs-run-history <> "05"
              perform show-run-history-file-error
           else
              call "DATANEG" using dataneg-area
              move spaces            to hist-reg
              move data-hoje         to hist-data
              move dataneg-hora-real to hist-hora
              move dataneg-data-real to hist-data-execucao
              move dataneg-tipo-execucao to hist-tipo-execucao
              move "ValidadeCpfs"    to hist-programa
              move cpfs-file         to hist-arquivo
              move fim-situacao      to hist-situacao
              move cont-bloqueados   to hist-bloqueados
              move cont-divergentes  to hist-divergentes
              move cont-aproveitados to hist-aproveitados
              move cont-irregulares  to hist-irregulares
              write hist-reg
              if fs-run-history <> "00"
                 perform show-run-history-file-error
                 move ckpt-h-captacao    to cont-capt-rejeitados
                 move ckpt-h-divergentes to cont-divergentes
                 move ckpt-h-aproveitados to cont-aproveitados
                 move ckpt-h-irregulares to cont-irregulares
              end-if
              close cpfs-ckpt
           end-if
                 add 1 to cont-duplicados
              else
                 perform check-denylist-cpf
                 perform check-situacao-cpf
                 perform check-data-captacao
                 perform check-validados
                 evaluate true
                    when doc-bloqueado
                       display "cpf bloqueado: " cpfs-reg
                       perform report-blocked-cpf
                       perform registrar-ocorrencia
                       add 1 to cont-bloqueados
                       perform marcar-rejeitado
                    when valcpf-repetido
                       perform report-invalid-cpf
                       add 1 to cont-invalidos
                       perform marcar-rejeitado
                    when situacao-irregular
                       display "cpf irregular na receita ("
                          function trim(motivo-situacao) "): "
                          cpfs-reg
                       perform report-situacao-cpf
                       add 1 to cont-irregulares
                       perform marcar-rejeitado
                    when not captacao-aceita
                       display "cpf com captacao rejeitada: "
                          cpfs-reg
                 move cont-capt-rejeitados to ckpt-h-captacao
                 move cont-divergentes  to ckpt-h-divergentes
                 move cont-aproveitados to ckpt-h-aproveitados
                 move cont-irregulares  to ckpt-h-irregulares
                 write ckpt-header-reg
                 if fs-cpfs-ckpt <> "00"
                    perform show-cpfs-ckpt-file-error
           end-if
           .

       check-situacao-cpf.
      *    Receita registration status, looked up once per record
      *    next to the other document-level checks and ranked by the
      *    evaluate in process-cpf-record below the check digits (a
      *    mistyped CPF may well hit somebody else's cancelled
      *    number) and above the capture date and the RAPIDO
      *    short-circuit, so a document validated last week is still
      *    caught the day Receita suspends it.  situation 4
      *    (pendente de regularizacao) is a tax-return matter, not a
      *    reason to refuse a customer: it passes here and is only
      *    flagged by ConsultaDocumento.
           set situacao-regular to true
           move spaces to motivo-situacao
           if situacao-ok
              move cpf-num-lido to sit-cpf
              read situacao-receita
              evaluate fs-situacao-receita
                 when "00"
                    perform classificar-situacao
                 when "23"
                    continue
                 when other
                    perform show-situacao-receita-file-error
              end-evaluate
           end-if
           .

       classificar-situacao.
           evaluate sit-situacao
              when "2"
                 move "cpf suspenso"     to motivo-situacao
              when "3"
                 move "titular falecido" to motivo-situacao
              when "5" when "9"
                 move "cpf cancelado"    to motivo-situacao
              when "8"
                 move "cpf nulo"         to motivo-situacao
              when other
                 continue
           end-evaluate
           if motivo-situacao <> spaces
              set situacao-irregular to true
           end-if
           .

       report-situacao-cpf.
           move spaces               to cpfs-invalid-reg
           move cpf-documento        to civ-cpfs-reg
           move valcpf-digitos-lidos to civ-digitos-lidos
           move valcpf-digitos-calc  to civ-digitos-calc
           move motivo-situacao      to civ-motivo
           perform fill-invalid-origem
           move cpfs-invalid-reg to agencia-rejeitos-reg
           write cpfs-invalid-reg
           perform check-invalid-write
           perform report-agencia-rejeito
           .

       check-cadastro-cpf.
      *    a CPF with correct check digits is not necessarily one of
      *    OUR customers: look it up in the customer master and split
           end-if
           .

       registrar-ocorrencia.
      *    the document goes on the register bare, as the denylist
      *    master keys it.
           if ocorrencias-ok
              move spaces            to ocorrencia-reg
              move data-hoje         to ocr-data
              accept hora-agora from time
              move hora-agora(1:6)   to ocr-hora
              move "ValidadeCpfs"    to ocr-programa
              move "F"               to ocr-tipo
              move valcpf-numero     to ocr-documento
              move cpf-agencia       to ocr-agencia
              move cpf-nome          to ocr-nome
              move cpf-data-captacao to ocr-data-captacao
              move cont-lidos        to ocr-registro
              move cpfs-file         to ocr-arquivo
              write ocorrencia-reg
              if fs-denylist-ocorrencias <> "00"
                 perform show-denylist-ocorrencias-file-error
              end-if
           end-if
           .

       report-blocked-cpf.
           move spaces               to cpfs-invalid-reg
           move cpf-documento        to civ-cpfs-reg
           display "registros bloqueados: " cont-bloqueados
           display "registros c/ captacao rejeitada: "
              cont-capt-rejeitados
           display "irregulares na receita: " cont-irregulares
           display "validos cadastrados: " cont-cadastrados
           display "nomes divergentes  : " cont-divergentes
           display "aproveitados (ja validados): " cont-aproveitados
              fs-validados ")"
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

       show-situacao-receita-file-error.
      *    the situation master is a compliance aid loaded
      *    best-effort, like the denylist: warn the operator and
      *    carry on without the Receita check.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-situacao-receita,
              msg by error-message.
           display "aviso: situacao receita indisponivel - "
              function trim(error-message) " '"
              function trim(situacao-receita-file) "', (status = "
              fs-situacao-receita ")"
           .

       show-divergencias-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-divergencias,
                                              msg by error-message.
