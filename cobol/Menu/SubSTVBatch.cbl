      *              STEP=GEN   CONST=ccc N=nn QTY=nnnn MODEL=U|P|F
      *                         DEPTH=F|P SEED=nnnnnnnn
      *              STEP=COUNT CONST=ccc N=nn R=nn TIE=B|D
      *                         METHOD=G|L|I|S DEFER=Y|N BULK=Y|N
      *                         RESUME=Y|N
      *              STEP=LIST  CONST=ccc          (blank = all)
      *              STEP=RISK  CONST=ccc N=nn TURNOUT=nnnnnn
      *            N is only used when no candidate file covers the
      *            constituency, and TURNOUT only when the marked
      *            register has no electors marked for it; unset
      *            keys default sensibly (MODEL U, DEPTH F, TIE B,
      *            METHOD G, DEFER N, BULK N, RESUME N, SEED
      *            time-of-day).  RESUME=Y carries on
      *            a count killed part-way from its last checkpoint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE 'F' TO BR-DEPTH.
           MOVE 'B' TO BR-TIE-RULE.
           MOVE 'G' TO BR-METHOD.
           MOVE 'N' TO BR-DEFER.
           MOVE 'N' TO BR-BULK.
           MOVE 'N' TO BR-RESUME.
           MOVE 'O' TO BR-RUN-TYPE.
           MOVE ZERO TO BR-TURNOUT.
           MOVE ZERO TO BR-SEED.
           MOVE 'BATCH' TO BR-OPERATOR.
               ELSE IF BT-KEY = 'METHOD'
                   MOVE FUNCTION UPPER-CASE(BT-VALUE(1:1))
                       TO BR-METHOD
               ELSE IF BT-KEY = 'DEFER'
                   MOVE FUNCTION UPPER-CASE(BT-VALUE(1:1))
                       TO BR-DEFER
               ELSE IF BT-KEY = 'BULK'
                   MOVE FUNCTION UPPER-CASE(BT-VALUE(1:1))
                       TO BR-BULK
               ELSE IF BT-KEY = 'RESUME'
                   MOVE FUNCTION UPPER-CASE(BT-VALUE(1:1))
                       TO BR-RESUME
               ELSE IF BT-KEY = 'TURNOUT'
                   COMPUTE BR-TURNOUT = FUNCTION NUMVAL(BT-VALUE)
               ELSE IF BT-KEY = 'SEED'
