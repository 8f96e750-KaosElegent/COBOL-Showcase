001694*                  THE BATCH USER EMPBATCH WAS STARTED UNDER),
001696*                  SO THE TRAIL FINALLY SAYS WHO MADE EACH
001698*                  CHANGE, NOT JUST WHEN.
001699* 2026-10-15  RAM  ADDED AUD-EFF-DATE, THE DATE THE CHANGE TOOK
001701*                  EFFECT: THE TRANSACTION'S EFFECTIVE DATE
001702*                  FOR AN EMPBATCH CHANGE (THE RUN DATE WHEN IT
001703*                  WAS IMMEDIATE), AUD-DATE FOR AN ONLINE ONE.
001704*                  RETROPAY USES IT TO FIND BACKDATED SALARY
001705*                  CHANGES.  RECORDS WRITTEN BEFORE THE FIELD
001706*                  EXISTED READ BACK AS SPACES AND ARE TREATED
001707*                  AS EFFECTIVE ON AUD-DATE.
001710* 2026-10-15  RAM  ADDED AUD-APPROVER.  A SEQREAD CHANGE THAT
001712*                  WAS HELD ON EMPAPPR FOR TWO-PERSON APPROVAL
001714*                  IS AUDITED WHEN IT IS APPROVED, WITH THE
001716*                  KEYING OPERATOR IN AUD-USER AND THE
001718*                  APPROVING OPERATOR HERE.  SPACES FOR EVERY
001720*                  OTHER CHANGE AND ON RECORDS WRITTEN BEFORE
001722*                  THE FIELD EXISTED.
001724* 2026-10-15  RAM  ADDED THE BEFORE/AFTER SALARY GRADE (EMP-GRADE
001726*                  ON EMPREC.CPY), SO A REPLAY RESTORES THE
001728*                  GRADE ALONG WITH THE REST OF THE RECORD.
001730*                  RECORDS WRITTEN BEFORE THE FIELDS EXISTED
001732*                  READ BACK AS SPACES - UNGRADED.
001750*================================================================
001800     05  AUD-DATE                 PIC 9(08).
001900     05  AUD-TIME                 PIC 9(08).
001950     05  AUD-USER                  PIC X(08).
003200     05  AUD-AFTER-DEPT            PIC X(04).
003220     05  AUD-AFTER-STATUS          PIC X(01).
003240     05  AUD-AFTER-TERM-DATE       PIC 9(08).
003260     05  AUD-EFF-DATE              PIC 9(08).
003280     05  AUD-APPROVER              PIC X(08).
003300     05  AUD-BEFORE-GRADE          PIC X(02).
003320     05  AUD-AFTER-GRADE           PIC X(02).
