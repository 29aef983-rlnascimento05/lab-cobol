                03 FORN-SITUACAO        PIC X(1).
                   88 FORN-ATIVO            VALUE "A".
                   88 FORN-INATIVO          VALUE "I".
                03 FORN-GARANTIA-DIAS   PIC 9(3).

       SD WORK-SORT.
       01 WS-REG.
