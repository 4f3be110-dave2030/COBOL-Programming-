001861*                  new office is a data change through MYLOCM,
001862*                  not a recompile.  An unknown locale still
001863*                  falls back to the table's first row.
001865* 10/15/26 TWK     The day-file transaction carries a blank
001866*                  action code, so MYPROGB keeps treating it as
001867*                  an add-or-update by name.
001869*
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.  MYPROG.
017580     MOVE ZEROS                    TO TR-CUST-NUMBER.
017581     MOVE SPACES                   TO TR-STREET-ADDR TR-CITY.
017582     MOVE SPACES                   TO TR-STATE TR-POSTAL-CODE.
017583     MOVE SPACES                   TO TR-PHONE TR-ACTION-CODE.
017584     WRITE TR-TRANS-RECORD.
017585 3600-WRITE-DAY-TRANS-EXIT.
017586     EXIT.
