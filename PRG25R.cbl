000200*                  WITH NO COMPLETED RUN) AND FIELD MISMATCHES.
000210*                  ENDS WITH A GRADUATED RETURN CODE SO THE
000220*                  SCHEDULER CAN RUN IT UNATTENDED AFTER PRG25J.
000221* 10/15/2026  JM   A RESTATED RESULTS RECORD IS RECONCILED ON THE
000222*                  FIGURES ORIGINALLY REPORTED FOR THE RUN (THE
000223*                  RES-ORIG- FIELDS), SINCE THE AUDIT TRAIL STILL
000224*                  HOLDS THOSE; A LATER CORRECTION IS NOT A
000225*                  MISMATCH.
000230*----------------------------------------------------------------
000240* CONTROL CARDS (RECCTL):
000250*   COLS 1-8   ACTION - 'RANGE'
004630* 4100-COMPARE-RESULTS-PARA - FIELD-BY-FIELD COMPARE OF THE
004640*     AUDIT RUN AGAINST THE RESULTS MASTER RECORD NOW IN THE
004650*     BUFFER.
004652*     A RECORD PRG25 HAS SINCE RESTATED FOR LATE CORRECTIONS IS
004654*     COMPARED ON THE FIGURES IT ORIGINALLY REPORTED, WHICH ARE
004656*     WHAT THE AUDIT RUN RECORDED. THE BUFFER IS ONLY READ HERE.
004660*----------------------------------------------------------------
004670 4100-COMPARE-RESULTS-PARA.
004671     IF RES-RESTATED
004672         MOVE RES-ORIG-VALID-COUNT TO RES-VALID-COUNT
004673         MOVE RES-ORIG-REJECT-COUNT TO RES-REJECT-COUNT
004674         MOVE RES-ORIG-MAX-VALUE TO RES-MAX-VALUE
004675         MOVE RES-ORIG-MIN-VALUE TO RES-MIN-VALUE
004676     END-IF.
004680     MOVE 'RESULTS' TO PMM-SOURCE.
004690     IF RES-ENTRY-COUNT NOT = RN-ENTRY-COUNT(RUN-SUB)
004700         MOVE 'ENTRY COUNT' TO PMM-FIELD
