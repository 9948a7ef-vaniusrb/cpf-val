      *****************************************************************
      *  ValPis-Area.cpy
      *  Communication area for the VALPIS subprogram.  The caller
      *  fills valpis-documento with a masked ("999.99999.99-9") or
      *  bare ("99999999999") PIS/PASEP/NIS - the three share one
      *  numbering and one check-digit rule; VALPIS answers with the
      *  valid/invalid flag, a reason code, the parsed 11-digit
      *  number and the single check digit as read and as
      *  calculated.
      *****************************************************************
       01  valpis-area.
           05 valpis-documento      pic x(14).
           05 valpis-situacao       pic x(01).
              88 valpis-valido       value "S".
              88 valpis-invalido     value "N".
           05 valpis-motivo         pic 9(02).
              88 valpis-doc-ok          value 0.
              88 valpis-malformado      value 1.
              88 valpis-repetido        value 2.
              88 valpis-digito-errado   value 3.
           05 valpis-numero         pic 9(11).
           05 valpis-digito-lido    pic x(01).
           05 valpis-digito-calc    pic x(01).
