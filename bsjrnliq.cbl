001530*    2026-08-21 DLR  STANDARD STARTUP BANNER AND TERMINATE
001540*                    PARAGRAPH TO MATCH THE OTHER INQUIRY AND
001550*                    REPORT PROGRAMS.
001560*    2026-10-15 DLR  SHOW THE ENTRY TYPE AND, FOR A BSCANAMD
001570*                    REVERSAL, THE RUN DATE OF THE TRADE IT
001580*                    CANCELS.
001600******************************************************************
001700
001800 ENVIRONMENT DIVISION.
017000     DISPLAY "EXCEPTION FLAG. : " CJ-EXCEPTION-FLAG.
017100     DISPLAY "RATE SOURCE . . : " CJ-RATE-SOURCE.
017150     DISPLAY "COUNTERPARTY. . : " CJ-CPTY-ID.
017157     IF CJ-REVERSAL-ENTRY
017164         DISPLAY "ENTRY TYPE. . . : R - CANCEL REVERSAL"
017171         DISPLAY "CANCELS RUN . . : " CJ-ORIG-RUN-DATE
017178     ELSE
017185         DISPLAY "ENTRY TYPE. . . : T - TRADE"
017192     END-IF.
017200 2200-EXIT.
017300     EXIT.
017400
