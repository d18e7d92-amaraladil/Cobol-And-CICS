
      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - THE CALLER
      * CREDENTIAL IN EVERY REQUEST IS VERIFIED AGAINST OPERTAB
                     LENGTH(ACCTHIST-LEN)
                     RIDFLD(AH-KEY)
                END-EXEC
      * THE NEW ROW JOINS ITS ACCOUNT'S HASH CHAIN (SEE HASHCHN)
                MOVE 'S' TO CP-FUNCTION
                MOVE 'H' TO CP-FILE
                MOVE ACCTHIST-REC TO CP-ROW
                EXEC CICS LINK
                     PROGRAM('DCI8DPHM')
                     COMMAREA(CHAINPRM)
                     LENGTH(CHAINPRM-LEN)
                END-EXEC

                MOVE REQ-FNAME TO FNAME
                MOVE REQ-SNAME TO SNAME
