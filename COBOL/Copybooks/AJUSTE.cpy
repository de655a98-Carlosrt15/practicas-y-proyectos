      *           of faking hours into the next period's time cards.
      *           One record per adjustment; an employee may have
      *           several. Sorted ascending by AJU-EMP-ID before
      *           processing. 33_aumento_masivo appends the retro
      *           ("RET") adjustments of a mass rate increase.
      ******************************************************************
       01  ADJUSTMENT-RECORD.
           05  AJU-EMP-ID              PIC 9(6).
