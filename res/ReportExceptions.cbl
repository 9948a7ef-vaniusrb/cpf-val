       identification division.
       program-id. RelatorioExcecoes.

      *    daily operations report over cpfs-invalid.txt,
      *    cnpjs-invalid.txt and pis-invalid.txt, replacing the
      *    morning eyeball pass in a text editor.  the rejects of all
      *    document types are sorted by rejection reason, printed
      *    grouped under each reason with a subtotal, and closed with
      *    a grand-total section covering every type - one paged
      *    printout for the service desk and the auditors.

       environment                division.
       configuration              section.
             organization is line sequential
             file status is fs-cnpjs-invalid.

             select pis-invalid assign to pis-invalid-file
             organization is line sequential
             file status is fs-pis-invalid.

             select relatorio assign to relatorio-file
             organization is line sequential
             file status is fs-relatorio.
           05 filler              pic x(01).
           05 cjv-motivo          pic x(20).

      *    PIS/PASEP/NIS rejects, written by ValidadeDocs: the single
      *    check digit sits left-justified in the digit fields.
       fd  pis-invalid.
       01  pis-invalid-reg.
           05 piv-pis-reg         pic x(14).
           05 filler              pic x(01).
           05 piv-digitos-lidos   pic x(02).
           05 filler              pic x(01).
           05 piv-digitos-calc    pic x(02).
           05 filler              pic x(01).
           05 piv-motivo          pic x(20).

       fd  relatorio.
       01  relatorio-linha        pic x(80).

       working-storage section.
       77  cpfs-invalid-file      pic x(64) value "cpfs-invalid.txt".
       77  cnpjs-invalid-file     pic x(64) value "cnpjs-invalid.txt".
       77  pis-invalid-file       pic x(64) value "pis-invalid.txt".
       77  relatorio-file         pic x(64)
                                  value "exceptions-report.txt".
       77  fs-cpfs-invalid        pic x(02) value spaces.
       77  fs-cnpjs-invalid       pic x(02) value spaces.
       77  fs-pis-invalid         pic x(02) value spaces.
       77  fs-relatorio           pic x(02) value spaces.
       77  error-message          pic x(64) value spaces.
       77  data-hoje              pic 9(08) value zeros.
       77  qtd-motivo             pic 9(08) comp-5 value zero.
       77  qtd-cpfs               pic 9(08) comp-5 value zero.
       77  qtd-cnpjs              pic 9(08) comp-5 value zero.
       77  qtd-pis                pic 9(08) comp-5 value zero.
       77  qtd-geral              pic 9(08) comp-5 value zero.
       77  motivo-atual           pic x(20) value low-values.


       01  linha-separadora      pic x(64) value all "-".

      *    "today" is the business date of the run - see DATANEG.
       copy "DataNeg-Area.cpy".

       procedure division.
           call "DATANEG" using dataneg-area
           move dataneg-data-negocio to data-hoje

           sort work-sort
              ascending key srt-motivo srt-tipo srt-doc
              end-perform
              close cnpjs-invalid
           end-if

           open input pis-invalid
           if fs-pis-invalid <> "00"
              perform show-pis-invalid-file-error
           else
              perform until exit
                 read pis-invalid next
                 if fs-pis-invalid <> "00"
                    exit perform
                 end-if
                 move piv-motivo        to srt-motivo
                 move "P"               to srt-tipo
                 move spaces            to srt-doc
                 move piv-pis-reg       to srt-doc
                 move piv-digitos-lidos to srt-lidos
                 move piv-digitos-calc  to srt-calc
                 release sort-reg
              end-perform
              close pis-invalid
           end-if
           .

       imprimir-relatorio.
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


           add 1 to qtd-motivo
           add 1 to qtd-geral
           evaluate srt-tipo
              when "F"
                 add 1 to qtd-cpfs
              when "P"
                 add 1 to qtd-pis
              when other
                 add 1 to qtd-cnpjs
           end-evaluate
           .

       imprimir-subtotal.
           move "total cnpjs rejeitados: " to tot-descricao
           move qtd-cnpjs to tot-qtd
           write relatorio-linha from linha-total
           move "total pis rejeitados:   " to tot-descricao
           move qtd-pis to tot-qtd
           write relatorio-linha from linha-total
           move "total geral rejeitados: " to tot-descricao
           move qtd-geral to tot-qtd
           write relatorio-linha from linha-total
           write relatorio-linha from linha-separadora
           add 7 to linhas
           perform check-relatorio-write
           .

              function trim(relatorio-file) "', (status = "
              fs-relatorio ")"
           .

       show-pis-invalid-file-error.
           copy "FileStat-Msgs.cpy" replacing stat by fs-pis-invalid,
                                              msg by error-message.
           display "aviso: " function trim(error-message) " '"
              function trim(pis-invalid-file) "', (status = "
              fs-pis-invalid ")"
           .
