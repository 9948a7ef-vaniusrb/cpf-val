      *    first and checked off as the movement is applied, so a
      *    document the validator flagged but the movement no longer
      *    carries is reported instead of silently lost.  every
      *    document touched gets one line in the dated audit file
      *    cadastro-audit-aaaammdd.txt saying what was done with it
      *    (incluido / atualizado / ignorado).
      *
      *    before a record is included or updated, its previous state
      *    is saved to the dated before-image file
      *    cadastro-antes-aaaammdd.txt, so RestauraCadastro can put
      *    the master back as it was before a bad night's load - any
      *    night's, not just the last: the before-image and the
      *    audit of each load are kept side by side under its date.

       environment                division.
       configuration              section.
             record key is cad-cpf
             file status is fs-cadastro.

             select optional cadastro-audit
             assign to cadastro-audit-file
             organization is line sequential
             file status is fs-cadastro-audit.

             select optional cadastro-antes
             assign to cadastro-antes-file
             organization is line sequential
             file status is fs-cadastro-antes.

       data division.
       file section.
      *    valid-file layout as written by ValidadeCpfs.
           05 aud-acao             pic x(12).
           05 filler               pic x(01) value space.
           05 aud-nome             pic x(30).
           05 filler               pic x(01) value space.
           05 aud-data-carga       pic 9(08).

      *    before-image of every master record this load includes or
      *    updates, written BEFORE the write/rewrite: existia "N"
      *    for a document the load adds, "S" with the name it had
      *    for one the load renames.  opened extend: a second load on
      *    the same date must not overwrite the state saved by the
      *    first, and RestauraCadastro keeps the first image of each
      *    document.
       fd  cadastro-antes.
       01  cadastro-antes-reg.
           05 ant-cpf              pic 9(11).
           05 filler               pic x(01).
           05 ant-existia          pic x(01).
           05 filler               pic x(01).
           05 ant-nome             pic x(30).
           05 filler               pic x(01).
           05 ant-data-carga       pic 9(08).

       working-storage section.
       77  cpfs-valid-file        pic x(64) value "cpfs-valid.txt".
       77  cpfs-concil-file       pic x(64) value "cpfs-concil.txt".
       77  cadastro-file          pic x(64) value "cadastro.dat".
       77  cadastro-audit-file    pic x(64) value spaces.
       77  fs-cpfs-valid          pic x(02) value spaces.
       77  fs-cpfs-concil         pic x(02) value spaces.
       77  fs-cadastro            pic x(02) value spaces.
       77  fs-cadastro-audit      pic x(02) value spaces.
       77  cadastro-antes-file    pic x(64) value spaces.
       77  fs-cadastro-antes      pic x(02) value spaces.
       77  data-carga             pic 9(08) value zeros.
       77  cont-antes             pic 9(08) comp-5 value zero.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  param-tok1             pic x(64) value spaces.
      *    shape the movement carried.
       copy "ValCpf-Area.cpy".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-carga
           display function trim(dataneg-descricao)
           perform parse-runtime-params
           perform carregar-pendentes

              stop run
           end-if

      *    extended like the before-image: a second load for the same
      *    date adds to that night's audit instead of replacing it, so
      *    the rollback still sees everything both loads did.
           open extend cadastro-audit
           if fs-cadastro-audit <> "00" and fs-cadastro-audit <> "05"
              perform show-cadastro-audit-file-error
              move 12 to return-code
              stop run
           end-if

      *    no before-image, no load: a master changed without one
      *    could not be rolled back.
           open extend cadastro-antes
           if fs-cadastro-antes <> "00" and fs-cadastro-antes <> "05"
              perform show-cadastro-antes-file-error
              move 12 to return-code
              stop run
           end-if

           perform until exit
              read cpfs-valid next
              if fs-cpfs-valid <> "00"
           close cpfs-valid
           close cadastro
           close cadastro-audit
           close cadastro-antes

           perform show-summary
      *    scheduler-friendly end: 0 = clean, 4 = completed with
           if param-tok2 <> spaces
              move param-tok2 to cpfs-concil-file
           end-if
           move spaces to cadastro-antes-file
           string "cadastro-antes-" data-carga ".txt"
              delimited by size into cadastro-antes-file
           end-string
           move spaces to cadastro-audit-file
           string "cadastro-audit-" data-carga ".txt"
              delimited by size into cadastro-audit-file
           end-string
           .

       carregar-pendentes.
           .

       incluir-cadastro.
           move spaces        to cadastro-antes-reg
           move "N"           to ant-existia
           move spaces        to ant-nome
           perform gravar-antes
           move valcpf-numero to cad-cpf
           move cvl-nome      to cad-nome
           write cadastro-reg
              perform gravar-audit
              add 1 to cont-ignorados
           else
              move spaces   to cadastro-antes-reg
              move "S"      to ant-existia
              move cad-nome to ant-nome
              perform gravar-antes
              move cvl-nome to cad-nome
              rewrite cadastro-reg
              if fs-cadastro <> "00"
           end-if
           .

       gravar-antes.
      *    the before-image must be on disk before the master changes:
      *    a record that cannot be saved is not touched, and the load
      *    stops - everything applied so far is already covered by
      *    the before-image and can be rolled back.
           move valcpf-numero to ant-cpf
           move data-carga    to ant-data-carga
           write cadastro-antes-reg
           if fs-cadastro-antes <> "00"
              perform show-cadastro-antes-file-error
              close cpfs-valid
              close cadastro
              close cadastro-audit
              close cadastro-antes
              display "carga interrompida - before-image nao gravado"
                 " para " cvl-documento
              move 12 to return-code
              stop run
           end-if
           add 1 to cont-antes
           .

       gravar-audit.
           move cvl-documento to aud-documento
           move cvl-nome      to aud-nome
           move data-carga    to aud-data-carga
           write cadastro-audit-reg
           perform check-audit-write
           .
           move cvl-documento to aud-documento
           move "descartado"  to aud-acao
           move cvl-nome      to aud-nome
           move data-carga    to aud-data-carga
           write cadastro-audit-reg
           perform check-audit-write
           .
                 move spaces             to cadastro-audit-reg
                 move pend-doc(pend-idx) to aud-documento
                 move "sem movto"        to aud-acao
                 move data-carga         to aud-data-carga
                 write cadastro-audit-reg
                 perform check-audit-write
                 add 1 to cont-sem-movimento
           display "registros ignorados: " cont-ignorados
           display "registros descartados: " cont-malformados
           display "pendencias sem movimento: " cont-sem-movimento
           display "before-images gravados: " cont-antes " em "
              function trim(cadastro-antes-file)
           display "---------------------------------------------"
           .

              function trim(cadastro-audit-file) "', (status = "
              fs-cadastro-audit ")"
           .

       show-cadastro-antes-file-error.
           copy "FileStat-Msgs.cpy" replacing
              stat by fs-cadastro-antes,
              msg by error-message.
           display function trim(error-message) " '"
              function trim(cadastro-antes-file) "', (status = "
              fs-cadastro-antes ")"
           .
