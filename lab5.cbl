000214*                 COMPLETION FOR PROG1 TO CHECK - SO THE
000215*                 REPORT CAN NEVER AGAIN RUN OFF A STALE
000216*                 UNLOAD.
000217* 10/15/2026 JAM  THE MASTER RECORD GROWS TO 120 BYTES FOR
000218*                 THE LATE-CHARGE FEE BALANCE PROG20
000219*                 KEEPS.  THE UNLOAD RECORD CARRIES
000220*                 M-FEE-BAL AS U-FEE-BAL BEHIND THE BRANCH
000221*                 CODE SO PROG1 AND PROG7 CAN SHOW IT.
000222* 10/15/2026 JAM  THE UNLOAD NOW CARRIES M-STATUS, THE
000223*                 LOAN STATUS CODE, AS U-STATUS BEHIND
000224*                 U-FEE-BAL SO PROG1 AND PROG7 CAN LEAVE
000225*                 CHARGED-OFF ACCOUNTS OUT.
000226*----------------------------------------------------------
000227 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000510     03  M-MIN-PAY        PIC 9999V99.
000520     03  M-INT-RATE       PIC 9V9999.
000530     03  M-BRANCH         PIC 9(2).
000531     03  M-FEE-BAL        PIC 9999V99.
000532     03  M-FEE-CYCLE      PIC X(6).
000533     03  M-STATUS         PIC X(1).
000534         88  LOAN-IS-ACTIVE           VALUES ' ' 'A'.
000535         88  LOAN-IS-CHARGED-OFF      VALUE 'C'.
000536         88  LOAN-IS-PAID-IN-FULL     VALUE 'P'.
000537     03  FILLER           PIC X(37).
000540************************************************************
000550*      UNLOAD FILE - THE FLAT FILE PROG1 READS AS DA-S-INPUT
000560************************************************************
000830     03  U-MIN-PAY        PIC 9999V99.
000840     03  U-INT-RATE       PIC 9V9999.
000850     03  U-BRANCH         PIC 9(2).
000851     03  U-FEE-BAL        PIC 9999V99.
000852     03  U-STATUS         PIC X(1).
000860************************************************************
000870*      LAYOUT FOR THE CONTROL RECORD
000880************************************************************
001520     MOVE M-MIN-PAY       TO U-MIN-PAY.
001530     MOVE M-INT-RATE      TO U-INT-RATE.
001535     MOVE M-BRANCH        TO U-BRANCH.
001536     MOVE M-FEE-BAL       TO U-FEE-BAL.
001537     MOVE M-STATUS        TO U-STATUS.
001540     WRITE UNLOAD-REC FROM UNLOAD-DATA.
001550     ADD 1                TO WS-REC-CTR.
001560     ADD M-LOAN           TO WS-LOAN-SUM.
