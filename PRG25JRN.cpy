000010*----------------------------------------------------------------
000020* PRG25JRN - MAINTENANCE JOURNAL RECORD. ONE RECORD PER CHANGE
000030*     APPLIED BY PRG25D (DEPARTMENT MASTER ADD / RENAME / DEACT /
000040*     DIVISION) OR PRG25C (REJECT CORRECT / WRITEOFF), APPENDED
000050*     TO THE PRG25.MAINT.JOURNAL DATASET (RECORD LENGTH 200) SO
000060*     THE CHANGE OUTLIVES THE GENERATION IT WAS MADE IN. EACH
000070*     RECORD CARRIES WHEN THE CHANGE WAS MADE, THE JOB AND USER
000080*     FROM THE STEP'S PARM, THE PROGRAM AND CARD ACTION, THE KEY
000090*     OF WHAT WAS CHANGED, AND THE AFFECTED FIELDS AS THEY STOOD
000100*     BEFORE AND AFTER. PRG25L REPORTS FROM IT.
000110*     JRN-KEY IS THE DEPARTMENT CODE FOR PRG25D, AND THE REJECT'S
000120*     RUN AND ENTRY NUMBER (AS KEYED ON THE PRG25C CARD) FOR
000130*     PRG25C. JRN-AMOUNT IS THE REJECT'S AMOUNT AS IT STOOD
000140*     BEFORE THE CHANGE - 'Y' IN JRN-AMOUNT-FLAG WHEN IT IS A
000150*     VALID AMOUNT, 'U' WHEN THE AMOUNT REJECT'S RAW AMOUNT COULD
000160*     NOT BE READ, 'N' WHEN THERE IS NO AMOUNT (A DEPARTMENT
000170*     CHANGE OR A TWO-DIGIT VALUE REJECT).
000180*     A BLANK BEFORE IMAGE MEANS THE RECORD DID NOT EXIST (ADD).
000183*     JRN-AMOUNT IS IN THE REJECT'S OWN CURRENCY, JBR-/JAR-
000186*     CURRENCY (BLANK FOR A TWO-DIGIT VALUE REJECT).
000190*----------------------------------------------------------------
000200 01  JRN-RECORD.
000210     05  JRN-DATE                PIC 9(8).
000220     05  JRN-TIME                PIC 9(8).
000230     05  JRN-JOB                 PIC X(8).
000240     05  JRN-USER                PIC X(8).
000250     05  JRN-PROGRAM             PIC X(8).
000260         88  JRN-FROM-DEPT-MAINT         VALUE 'PRG25D'.
000270         88  JRN-FROM-REJECT-CORR        VALUE 'PRG25C'.
000280     05  JRN-ACTION              PIC X(8).
000290         88  JRN-ACTION-ADD              VALUE 'ADD'.
000300         88  JRN-ACTION-RENAME           VALUE 'RENAME'.
000310         88  JRN-ACTION-DEACT            VALUE 'DEACT'.
000320         88  JRN-ACTION-DIVISION         VALUE 'DIVISION'.
000330         88  JRN-ACTION-CORRECT          VALUE 'CORRECT'.
000340         88  JRN-ACTION-WRITEOFF         VALUE 'WRITEOFF'.
000350     05  JRN-KEY                 PIC X(20).
000360     05  JRN-REJECT-KEY REDEFINES JRN-KEY.
000370         10  JRN-KEY-RUN         PIC 9(4).
000380         10  FILLER              PIC X(1).
000390         10  JRN-KEY-ENTRY       PIC 9(7).
000400         10  FILLER              PIC X(8).
000410     05  JRN-DEPT                PIC X(4).
000420     05  JRN-BUS-DATE            PIC 9(8).
000430     05  JRN-AMOUNT              PIC S9(7)V99
000440                                 SIGN LEADING SEPARATE.
000450     05  JRN-AMOUNT-FLAG         PIC X(1).
000460         88  JRN-AMOUNT-KNOWN            VALUE 'Y'.
000470         88  JRN-AMOUNT-UNREADABLE       VALUE 'U'.
000480         88  JRN-AMOUNT-NONE             VALUE 'N'.
000490     05  JRN-BEFORE              PIC X(50).
000500     05  JRN-BEFORE-DEPT REDEFINES JRN-BEFORE.
000510         10  JBD-NAME            PIC X(20).
000520         10  JBD-ACTIVE-FLAG     PIC X(1).
000530         10  JBD-ANALYST         PIC X(20).
000540         10  JBD-DIVISION        PIC X(4).
000550         10  FILLER              PIC X(5).
000560     05  JRN-BEFORE-REJECT REDEFINES JRN-BEFORE.
000570         10  JBR-STATUS          PIC X(1).
000580         10  JBR-REASON-CODE     PIC X(2).
000590         10  JBR-REC-TYPE        PIC X(1).
000600         10  JBR-RAW-VALUE       PIC X(2).
000610         10  JBR-CORR-VALUE      PIC X(2).
000620         10  JBR-AMT-RAW         PIC X(10).
000630         10  JBR-AMT-CORR        PIC X(10).
000640         10  JBR-SOURCE-ID       PIC X(8).
000645         10  JBR-CURRENCY        PIC X(3).
000650         10  FILLER              PIC X(11).
000660     05  JRN-AFTER               PIC X(50).
000670     05  JRN-AFTER-DEPT REDEFINES JRN-AFTER.
000680         10  JAD-NAME            PIC X(20).
000690         10  JAD-ACTIVE-FLAG     PIC X(1).
000700         10  JAD-ANALYST         PIC X(20).
000710         10  JAD-DIVISION        PIC X(4).
000720         10  FILLER              PIC X(5).
000730     05  JRN-AFTER-REJECT REDEFINES JRN-AFTER.
000740         10  JAR-STATUS          PIC X(1).
000750         10  JAR-REASON-CODE     PIC X(2).
000760         10  JAR-REC-TYPE        PIC X(1).
000770         10  JAR-RAW-VALUE       PIC X(2).
000780         10  JAR-CORR-VALUE      PIC X(2).
000790         10  JAR-AMT-RAW         PIC X(10).
000800         10  JAR-AMT-CORR        PIC X(10).
000810         10  JAR-SOURCE-ID       PIC X(8).
000815         10  JAR-CURRENCY        PIC X(3).
000820         10  FILLER              PIC X(11).
000830     05  FILLER                  PIC X(9).
