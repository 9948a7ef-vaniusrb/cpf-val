      *****************************************************************
      *  DataNeg-Area.cpy
      *  Communication area for the DATANEG subprogram, which every
      *  batch program calls for "today".  DATANEG answers with the
      *  business date of the run, taken from the processing-date
      *  control record data-processamento.txt that operations keep
      *  with ManutencaoDataProc, whether the run is a normal one or
      *  a rerun of an earlier business day, and the actual date and
      *  time of the run from the system clock.  when the control
      *  record is missing or unusable the system date is used and
      *  dataneg-origem says so.  dataneg-descricao is a ready-made
      *  line with both dates for report headings and summaries.
      *****************************************************************
       01  dataneg-area.
           05 dataneg-data-negocio    pic 9(08).
           05 dataneg-tipo-execucao   pic x(01).
              88 dataneg-normal        value "N".
              88 dataneg-reprocesso    value "R".
           05 dataneg-data-real       pic 9(08).
           05 dataneg-hora-real       pic 9(06).
           05 dataneg-origem          pic x(01).
              88 dataneg-do-controle   value "C".
              88 dataneg-do-relogio    value "S".
           05 dataneg-usuario         pic x(10).
           05 dataneg-descricao       pic x(64).
