       identification division.
       program-id. VALPIS.

      *    single-document PIS/PASEP/NIS validation, built like VALCPF
      *    so the check-digit rule lives in exactly one place for the
      *    batch driver and the service-desk inquiry.  callers pass
      *    one document through valpis-area and get back the
      *    valid/invalid flag plus a reason code - see
      *    ValPis-Area.cpy.  stateless, like VALCPF.

       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.

       data division.
       working-storage section.
       77  idx                    pic 9(08) comp-5.
       77  res                    pic 9(08) comp-5.
       77  summ                   pic 9(08) comp-5.
       77  remain                 pic 9(08) comp-5.
       77  pis-raw-num            pic x(11) value spaces.
       77  pis-digitos-repetidos  pic x(01) value "N".
           88 pis-eh-repetido      value "S".

       01  pis-num                pic 9(11) value zeros.
       01  filler redefines pis-num.
           05 pis-dig             pic 9 occurs 11.

      *    weights of the 10 base digits, left to right.
       01  tab-pesos-valores      pic x(10) value "3298765432".
       01  filler redefines tab-pesos-valores.
           05 peso                pic 9 occurs 10.

       linkage section.
       copy "ValPis-Area.cpy".

       procedure division using valpis-area.
           set valpis-invalido to true
           move zeros  to valpis-numero
           move spaces to valpis-digito-lido
           move spaces to valpis-digito-calc

           perform build-pis-raw

           if pis-raw-num is not numeric
              set valpis-malformado to true
           else
              move pis-raw-num to pis-num
              move pis-num to valpis-numero
              move zero to pis-dig(11)

              perform check-digit
              perform check-repeated-digits

              move pis-raw-num(11:1) to valpis-digito-lido
              move pis-num(11:1)     to valpis-digito-calc

              if pis-eh-repetido
                 set valpis-repetido to true
              else
                 if pis-raw-num(11:1) <> pis-num(11:1)
                    set valpis-digito-errado to true
                 else
                    set valpis-valido to true
                    set valpis-doc-ok to true
                 end-if
              end-if
           end-if

           goback
           .

       build-pis-raw.
           move spaces to pis-raw-num
           if valpis-documento(4:1) = "." and
              valpis-documento(10:1) = "." and
              valpis-documento(13:1) = "-"
              move valpis-documento(1:3)  to pis-raw-num(1:3)
              move valpis-documento(5:5)  to pis-raw-num(4:5)
              move valpis-documento(11:2) to pis-raw-num(9:2)
              move valpis-documento(14:1) to pis-raw-num(11:1)
           else
              if valpis-documento(12:3) = spaces
                 move valpis-documento(1:11) to pis-raw-num
              end-if
           end-if
           .

       check-digit.
      *    modulo 11 over the weighted base digits; a result of 10 or
      *    11 gives check digit 0.
           move zeros to summ
           perform varying idx from 1 by 1 until idx > 10
              compute res = pis-dig(idx) * peso(idx)
              add res to summ
           end-perform
           move function rem(summ, 11) to remain
           if remain > 1
              compute pis-dig(11) = 11 - remain
           end-if
           .

       check-repeated-digits.
      *    known-invalid pattern: all 10 base digits equal (e.g.
      *    000.00000.00-x), regardless of what the check digit
      *    computes to.
           move "S" to pis-digitos-repetidos
           perform varying idx from 2 by 1 until idx > 10
              if pis-dig(idx) <> pis-dig(1)
                 move "N" to pis-digitos-repetidos
                 exit perform
              end-if
           end-perform
           .
