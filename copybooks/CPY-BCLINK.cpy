      ******************************************************************
      *     C P Y - B C L I N K                                        *
      ******************************************************************
      * PARAMETER AREA PASSED TO THE BTCHCTL SUBPROGRAM.  COPY PLAIN  *
      * INTO THE CALLER'S STORAGE AND INTO BTCHCTL'S LINKAGE SECTION. *
      *                                                               *
      *     S = RECORD JOB START     (DATE, JOB, PROGRAM, OVERRIDE)   *
      *     E = RECORD JOB END       (DATE, JOB, PROGRAM, RETURN CODE)*
      *     C = CHECK A PREDECESSOR  (DATE, PREDECESSOR JOB, HIGHEST  *
      *                               ACCEPTABLE RETURN CODE)         *
      *                                                               *
      * BCL-RESULT COMES BACK '00' WHEN ALL IS WELL, THE CONTROL      *
      * FILE'S STATUS ON AN I/O ERROR, OR FOR A PREDECESSOR CHECK:    *
      *     K1 = PREDECESSOR HAS NO RECORD FOR THE DATE               *
      *     K2 = PREDECESSOR STARTED BUT NEVER RECORDED ITS END       *
      *     K3 = PREDECESSOR ENDED RC=16 (FAILED)                     *
      *     K4 = PREDECESSOR RETURN CODE ABOVE THE ACCEPTABLE LIMIT   *
      ******************************************************************
       01  BATCH-CONTROL-PARMS.
           05  BCL-FUNCTION            PIC X(01).
               88  BCL-FUNC-START                  VALUE 'S'.
               88  BCL-FUNC-END                    VALUE 'E'.
               88  BCL-FUNC-CHECK                  VALUE 'C'.
           05  BCL-BUSINESS-DATE       PIC 9(08).
           05  BCL-JOB-NAME            PIC X(08).
           05  BCL-PROGRAM-ID          PIC X(16).
           05  BCL-RETURN-CODE         PIC 9(04).
           05  BCL-OVERRIDE-SW         PIC X(01).
           05  BCL-PRED-JOB            PIC X(08).
           05  BCL-PRED-MAX-RC         PIC 9(04).
           05  BCL-PRED-RC             PIC 9(04).
           05  BCL-RESULT              PIC X(02).
               88  BCL-RESULT-OK                   VALUE '00'.
