      *----SHARED VOLUME CORRECTION FACTOR LOOKUP FOR THE TANK
      *----PROGRAMS. FUEL EXPANDS AND SHRINKS WITH TEMPERATURE, SO A
      *----GROSS DIP VOLUME TIMES THE FACTOR FOR ITS COMMODITY AND
      *----PRODUCT TEMPERATURE GIVES NET STANDARD GALLONS - THE BASIS
      *----OUR SUPPLIERS INVOICE ON. THE VCFTABLE FILE CARRIES ONE ROW
      *----PER COMMODITY AND WHOLE DEGREE AND IS LOADED ON THE FIRST
      *----CALL. THE ROW USED IS THE HIGHEST TEMPERATURE AT OR BELOW
      *----THE READING (THE LOWEST ROW WHEN THE READING IS COLDER
      *----THAN THE WHOLE TABLE). A COMMODITY WITH NO ROWS COMES BACK
      *----WITH FACTOR 1 AND STATUS 1 SO THE CALLER CAN FLAG IT.

       IDENTIFICATION DIVISION.
       program-id. GETVCF.

       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select VCFTABLE-IN assign to VCFTABLE
               organization is line sequential
               file status is WS-VCF-STATUS.

       DATA DIVISION.
       file section.
       FD  VCFTABLE-IN.
       01  VCFTABLE-REC.
           05  VF-COMMODITY pic x(12).
           05  VF-TEMP pic s9(3) sign is leading separate.
           05  VF-FACTOR pic 9v9(4).

       working-storage section.
       01 WS-VCF-STATUS pic x(2) value spaces.
       01 WS-VCF-EOF-SW pic x(1) value "N".
           88 END-OF-VCF value "Y".
       01 WS-LOADED-SW pic x(1) value "N".
           88 VCF-LOADED value "Y".
       01 WS-VCF-COUNT pic 9(4) comp value 0.
       01 WS-WHOLE-TEMP pic s9(3) value 0.
       01 WS-BEST-TEMP pic s9(3) value 0.
       01 WS-LOW-TEMP pic s9(3) value 0.
       01 WS-LOW-FACTOR pic 9v9(4) value 0.
       01 WS-BEST-SW pic x(1) value "N".
           88 BEST-FOUND value "Y".
       01 WS-LOW-SW pic x(1) value "N".
           88 LOW-FOUND value "Y".
       01 WS-VCF-TABLE.
           05 WS-VCF-ENTRY occurs 2000 times
                           indexed by VC-IDX.
               10 WS-V-COMMOD pic x(12).
               10 WS-V-TEMP pic s9(3).
               10 WS-V-FACTOR pic 9v9(4).

       linkage section.
       01 L-COMMODITY pic x(12).
       01 L-TEMP pic s9(3)v9 sign is leading separate.
       01 L-FACTOR pic 9v9(4).
       01 L-STATUS pic 9.
           88 VCF-OK value 0.
           88 VCF-NOT-ON-TABLE value 1.

       PROCEDURE DIVISION using L-COMMODITY, L-TEMP, L-FACTOR,
               L-STATUS.
       0000-GET-FACTOR.
           IF NOT VCF-LOADED
               PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
           END-IF
           MOVE "N" TO WS-BEST-SW
           MOVE "N" TO WS-LOW-SW
           COMPUTE WS-WHOLE-TEMP ROUNDED = L-TEMP
           IF WS-VCF-COUNT > 0
               PERFORM 2000-CHECK-ONE-ROW THRU 2000-EXIT
                   VARYING VC-IDX FROM 1 BY 1
                   UNTIL VC-IDX > WS-VCF-COUNT
           END-IF
           EVALUATE TRUE
               WHEN BEST-FOUND
                   SET VCF-OK TO TRUE
               WHEN LOW-FOUND
                   MOVE WS-LOW-FACTOR TO L-FACTOR
                   SET VCF-OK TO TRUE
               WHEN OTHER
                   MOVE 1 TO L-FACTOR
                   SET VCF-NOT-ON-TABLE TO TRUE
           END-EVALUATE
           GOBACK.

       1000-LOAD-TABLE.
           MOVE "Y" TO WS-LOADED-SW
           OPEN INPUT VCFTABLE-IN
           IF WS-VCF-STATUS NOT = "00"
               DISPLAY "GETVCF: NO VCFTABLE - NET EQUALS GROSS"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
               UNTIL END-OF-VCF OR WS-VCF-COUNT >= 2000
           CLOSE VCFTABLE-IN.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ROW.
           READ VCFTABLE-IN
               AT END MOVE "Y" TO WS-VCF-EOF-SW
           END-READ
           IF NOT END-OF-VCF
               ADD 1 TO WS-VCF-COUNT
               SET VC-IDX TO WS-VCF-COUNT
               MOVE VF-COMMODITY TO WS-V-COMMOD(VC-IDX)
               MOVE VF-TEMP TO WS-V-TEMP(VC-IDX)
               MOVE VF-FACTOR TO WS-V-FACTOR(VC-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

      *----KEEPS THE CLOSEST ROW AT OR BELOW THE READING, AND THE
      *----COLDEST ROW IN CASE THE READING IS BELOW THEM ALL.
       2000-CHECK-ONE-ROW.
           IF WS-V-COMMOD(VC-IDX) NOT = L-COMMODITY
               GO TO 2000-EXIT
           END-IF
           IF NOT LOW-FOUND OR WS-V-TEMP(VC-IDX) < WS-LOW-TEMP
               MOVE "Y" TO WS-LOW-SW
               MOVE WS-V-TEMP(VC-IDX) TO WS-LOW-TEMP
               MOVE WS-V-FACTOR(VC-IDX) TO WS-LOW-FACTOR
           END-IF
           IF WS-V-TEMP(VC-IDX) > WS-WHOLE-TEMP
               GO TO 2000-EXIT
           END-IF
           IF NOT BEST-FOUND OR WS-V-TEMP(VC-IDX) > WS-BEST-TEMP
               MOVE "Y" TO WS-BEST-SW
               MOVE WS-V-TEMP(VC-IDX) TO WS-BEST-TEMP
               MOVE WS-V-FACTOR(VC-IDX) TO L-FACTOR
           END-IF.
       2000-EXIT.
           EXIT.
