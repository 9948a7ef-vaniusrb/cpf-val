      *    driver for the combined movement file from the onboarding
      *    system: one input holding both persons (CPF) and companies
      *    (CNPJ), replacing the shell script that pre-split it into
      *    cpfs.txt and cnpjs.txt, plus the worker's PIS/PASEP/NIS.
      *    a record-type indicator in column 1 ("F" = pessoa fisica,
      *    "J" = pessoa juridica, "P" = PIS/PASEP/NIS) routes the
      *    record; records without an indicator fall back to the same
      *    mask/length detection the dedicated validators use.  each
      *    document goes through VALCPF, VALCNPJ or VALPIS and lands
      *    in the per-type valid/invalid files, with a combined
      *    summary at the end.  duplicate detection across the file
      *    stays with the dedicated validators.

       environment                division.
       configuration              section.
             organization is line sequential
             file status is fs-cnpjs-valid.

             select pis-invalid assign to pis-invalid-file
             organization is line sequential
             file status is fs-pis-invalid.

             select pis-valid assign to pis-valid-file
             organization is line sequential
             file status is fs-pis-valid.

       data division.
       file section.
       fd  docs.
       fd  cnpjs-valid.
       01  cnpjs-valid-reg        pic is x(18).

      *    same shape as the CPF invalid file: the single PIS check
      *    digit goes left-justified in the two-column digit fields.
       fd  pis-invalid.
       01  pis-invalid-reg.
           05 piv-pis-reg         pic x(14).
           05 filler              pic x(01) value space.
           05 piv-digitos-lidos   pic x(02).
           05 filler              pic x(01) value space.
           05 piv-digitos-calc    pic x(02).
           05 filler              pic x(01) value space.
           05 piv-motivo          pic x(20).

       fd  pis-valid.
       01  pis-valid-reg          pic is x(14).

       working-storage section.
       77  docs-file              pic x(64) value "docs.txt".
       77  cpfs-invalid-file      pic x(64) value "cpfs-invalid.txt".
       77  cpfs-valid-file        pic x(64) value "cpfs-valid.txt".
       77  cnpjs-invalid-file     pic x(64) value "cnpjs-invalid.txt".
       77  cnpjs-valid-file       pic x(64) value "cnpjs-valid.txt".
       77  pis-invalid-file       pic x(64) value "pis-invalid.txt".
       77  pis-valid-file         pic x(64) value "pis-valid.txt".
       77  fs-docs                pic x(02) value spaces.
       77  fs-cpfs-invalid        pic x(02) value spaces.
       77  fs-cpfs-valid          pic x(02) value spaces.
       77  fs-cnpjs-invalid       pic x(02) value spaces.
       77  fs-cnpjs-valid         pic x(02) value spaces.
       77  fs-pis-invalid         pic x(02) value spaces.
       77  fs-pis-valid           pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  param-line             pic x(64) value spaces.
       77  cont-lidos             pic 9(08) comp-5 value zero.
       77  cont-cnpjs-invalidos   pic 9(08) comp-5 value zero.
       77  cont-cnpjs-repetidos   pic 9(08) comp-5 value zero.
       77  cont-cnpjs-malformados pic 9(08) comp-5 value zero.
       77  cont-pis-lidos         pic 9(08) comp-5 value zero.
       77  cont-pis-validos       pic 9(08) comp-5 value zero.
       77  cont-pis-invalidos     pic 9(08) comp-5 value zero.
       77  cont-pis-repetidos     pic 9(08) comp-5 value zero.
       77  cont-pis-malformados   pic 9(08) comp-5 value zero.
       77  cont-validos           pic 9(08) comp-5 value zero.
       77  cont-rejeitados        pic 9(08) comp-5 value zero.

      *    see testar-cnpj-alfanumerico: set per record before the
      *    routing so a bare alphanumeric CNPJ - which may start
      *    with "F", "J" or "P" - is never mistaken for a
      *    type-indicator record or handed to VALCPF as garbage.
       77  cnpj-alfa-flag         pic x(01) value "N".
           88 cnpj-alfanumerico-14 value "S".
       77  alfa-idx               pic 9(04) comp-5 value zero.

       copy "ValCpf-Area.cpy".
       copy "ValCnpj-Area.cpy".
       copy "ValPis-Area.cpy".

       procedure division.
           perform parse-runtime-params
              stop run
           end-if

           open output pis-invalid
           if fs-pis-invalid <> "00"
              perform show-pis-invalid-file-error
              stop run
           end-if

           open output pis-valid
           if fs-pis-valid <> "00"
              perform show-pis-valid-file-error
              stop run
           end-if

           perform until exit
              read docs next
              if fs-docs <> "00"
           close cpfs-valid
           close cnpjs-invalid
           close cnpjs-valid
           close pis-invalid
           close pis-valid

           perform show-summary
           stop run
      *    route by the type indicator when the upstream sent one;
      *    otherwise fall back to the mask/length shapes the
      *    dedicated validators already accept: the CNPJ mask
      *    "XX.XXX.XXX/XXXX-XX", the CPF mask "999.999.999-99", the
      *    PIS mask "999.99999.99-9", a bare 14-character CNPJ
      *    (columns 12-14 occupied) or a bare 11-digit CPF - a bare
      *    PIS cannot be told from a bare CPF and needs the "P"
      *    indicator.  unrecognizable records are classified by
      *    that same length test, so VALCPF or VALCNPJ reports them
      *    as malformed on the side their width suggests.  the bare
      *    alphanumeric-CNPJ shape is tested first of all: such a
      *    document may itself start with "F", "J" or "P", and letting
      *    the indicator test win would hand its tail to VALCPF as
      *    garbage.
           perform testar-cnpj-alfanumerico
              when docs-reg(1:1) = "J"
                 move docs-reg(2:18) to valcnpj-documento
                 perform process-cnpj-record
              when docs-reg(1:1) = "P"
                 move docs-reg(2:14) to valpis-documento
                 perform process-pis-record
              when docs-reg(3:1) = "." and docs-reg(7:1) = "."
                                      and docs-reg(11:1) = "/"
                                      and docs-reg(16:1) = "-"
                                      and docs-reg(12:1) = "-"
                 move docs-reg(1:14) to valcpf-documento
                 perform process-cpf-record
              when docs-reg(4:1) = "." and docs-reg(10:1) = "."
                                      and docs-reg(13:1) = "-"
                 move docs-reg(1:14) to valpis-documento
                 perform process-pis-record
              when docs-reg(12:3) <> spaces
                 move docs-reg(1:14) to valcnpj-documento(1:14)
                 move spaces         to valcnpj-documento(15:4)
      *    CNPJ: 14 characters (letters or digits in the 12
      *    root/order positions, numeric check digits, nothing
      *    after), with at least one letter.  an indicator record is
      *    longer ("F"/"J"/"P" plus the document) or, for "F" or "P"
      *    plus a bare 11-digit number, leaves columns 13-14 blank -
      *    neither matches this shape.
           move "N" to cnpj-alfa-flag
           move "N" to alfa-tem-letra
           if docs-reg(13:2) is numeric and
           end-evaluate
           .

       process-pis-record.
           add 1 to cont-pis-lidos
           call "VALPIS" using valpis-area

           evaluate true
              when valpis-malformado
                 display "registro malformado: " valpis-documento
                 perform report-malformed-pis
                 add 1 to cont-pis-malformados
                 add 1 to cont-rejeitados
              when valpis-repetido
                 display "pis inválido (digitos repetidos): "
                    valpis-documento
                 perform report-repeated-pis
                 add 1 to cont-pis-repetidos
                 add 1 to cont-rejeitados
              when valpis-digito-errado
                 display "pis inválido: " valpis-documento
                    " digito calculado: " valpis-digito-calc
                 perform report-invalid-pis
                 add 1 to cont-pis-invalidos
                 add 1 to cont-rejeitados
              when other
                 perform report-valid-pis
                 add 1 to cont-pis-validos
                 add 1 to cont-validos
           end-evaluate
           .

       report-invalid-cpf.
           move spaces               to cpfs-invalid-reg
           move valcpf-documento     to civ-cpfs-reg
           perform check-cnpjs-valid-write
           .

       report-invalid-pis.
           move spaces               to pis-invalid-reg
           move valpis-documento     to piv-pis-reg
           move valpis-digito-lido   to piv-digitos-lidos
           move valpis-digito-calc   to piv-digitos-calc
           move "digito invalido"    to piv-motivo
           write pis-invalid-reg
           perform check-pis-invalid-write
           .

       report-repeated-pis.
           move spaces               to pis-invalid-reg
           move valpis-documento     to piv-pis-reg
           move valpis-digito-lido   to piv-digitos-lidos
           move valpis-digito-calc   to piv-digitos-calc
           move "digitos repetidos"  to piv-motivo
           write pis-invalid-reg
           perform check-pis-invalid-write
           .

       report-malformed-pis.
           move spaces                to pis-invalid-reg
           move valpis-documento      to piv-pis-reg
           move "registro malformado" to piv-motivo
           write pis-invalid-reg
           perform check-pis-invalid-write
           .

       report-valid-pis.
           move spaces           to pis-valid-reg
           move valpis-documento to pis-valid-reg
           write pis-valid-reg
           perform check-pis-valid-write
           .

       check-cpfs-invalid-write.
      *    a failed write here silently drops an exception record
      *    forever, so every write gets a file-status guard.
           end-if
           .

       check-pis-invalid-write.
           if fs-pis-invalid <> "00"
              perform show-pis-invalid-file-error
           end-if
           .

       check-pis-valid-write.
           if fs-pis-valid <> "00"
              perform show-pis-valid-file-error
           end-if
           .

       show-summary.
           display "---------------------------------------------"
           display "resumo da validacao de documentos"
           display "cnpjs c/ digitos repetidos: "
              cont-cnpjs-repetidos
           display "cnpjs malformados  : " cont-cnpjs-malformados
           display "pis lidos          : " cont-pis-lidos
           display "pis validos        : " cont-pis-validos
           display "pis invalidos      : " cont-pis-invalidos
           display "pis c/ digitos repetidos: "
              cont-pis-repetidos
           display "pis malformados    : " cont-pis-malformados
           display "total validos      : " cont-validos
           display "total rejeitados   : " cont-rejeitados
           display "---------------------------------------------"
              function trim(cnpjs-valid-file) "', (status = "
              fs-cnpjs-valid ")"
           .

       show-pis-invalid-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-pis-invalid,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(pis-invalid-file) "', (status = "
              fs-pis-invalid ")"
           .

       show-pis-valid-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-pis-valid,
                                              msg by error-message.
           display function trim(error-message) " '"
              function trim(pis-valid-file) "', (status = "
              fs-pis-valid ")"
           .
