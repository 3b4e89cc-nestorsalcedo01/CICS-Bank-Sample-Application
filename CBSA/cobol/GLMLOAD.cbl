      *              updated in place when the key already exists     *
      *              and inserted when it does not, so finance can    *
      *              re-map a type without a full reload.             *
      *              A record that names an account type instead of   *
      *              a PROCTRAN type is a balance mapping for         *
      *              GL_BALANCE_MAP: the GL account (given in the     *
      *              DR field) the type's balances at the sort code   *
      *              are held in, merged the same way.                *
      *                                                                *
      * Input: The mapping file GLMIN                                  *
      *                                                                *
           05 GLM-SORT-CODE                 PIC X(6).
           05 GLM-DR-GL                     PIC X(10).
           05 GLM-CR-GL                     PIC X(10).
           05 GLM-ACCOUNT-TYPE              PIC X(8).

      *****************************************************************
      *** Working storage                                           ***
          10 HV-GLM-DR-GL               PIC X(10).
          10 HV-GLM-CR-GL               PIC X(10).

      * GL_BALANCE_MAP host variables for DB2
       01 HOST-BALANCE-MAP-ROW.
          10 HV-GLB-ACCOUNT-TYPE        PIC X(8).
          10 HV-GLB-SORTCODE            PIC X(6).
          10 HV-GLB-GL                  PIC X(10).

       01 WS-SQLCODE-DISPLAY             PIC S9(8) DISPLAY
           SIGN LEADING SEPARATE.

       MERGE-ONE-MAP SECTION.
       MOM010.

           IF GLM-ACCOUNT-TYPE NOT = SPACES
              PERFORM MERGE-ONE-BALANCE-MAP
              GO TO MOM999
           END-IF.

           IF GLM-PROCTRAN-TYPE = SPACES
              OR GLM-DR-GL = SPACES
              OR GLM-CR-GL = SPACES
       MOM999.
           EXIT.

      *
      *    A balance mapping names the account type and leaves the
      *    PROCTRAN type blank; its one GL account rides in the DR
      *    field.
      *
       MERGE-ONE-BALANCE-MAP SECTION.
       MOB010.

           IF GLM-PROCTRAN-TYPE NOT = SPACES
              OR GLM-DR-GL = SPACES
              DISPLAY 'GLMLOAD invalid balance mapping record for '
                      'account type ' GLM-ACCOUNT-TYPE
                      ' - record skipped'
              ADD 1 TO NUMBER-OF-MAPS-REJECTED
              GO TO MOB999
           END-IF.

           MOVE GLM-ACCOUNT-TYPE  TO HV-GLB-ACCOUNT-TYPE.
           MOVE GLM-SORT-CODE     TO HV-GLB-SORTCODE.
           MOVE GLM-DR-GL         TO HV-GLB-GL.

           EXEC SQL
                UPDATE GL_BALANCE_MAP
                SET    GLB_GL = :HV-GLB-GL
                WHERE  GLB_ACCOUNT_TYPE = :HV-GLB-ACCOUNT-TYPE
                AND    GLB_SORTCODE     = :HV-GLB-SORTCODE
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              ADD 1 TO NUMBER-OF-MAPS-UPDATED
              GO TO MOB999
           END-IF.

           EXEC SQL
                INSERT INTO GL_BALANCE_MAP
                (
                  GLB_ACCOUNT_TYPE ,
                  GLB_SORTCODE     ,
                  GLB_GL
                )
                VALUES
                (
                  :HV-GLB-ACCOUNT-TYPE ,
                  :HV-GLB-SORTCODE     ,
                  :HV-GLB-GL
                )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'Unable to merge balance mapping for account '
                      'type ' GLM-ACCOUNT-TYPE ', SQLCODE='
                      WS-SQLCODE-DISPLAY
              ADD 1 TO NUMBER-OF-MAPS-REJECTED
           ELSE
              ADD 1 TO NUMBER-OF-MAPS-ADDED
           END-IF.

       MOB999.
           EXIT.

      *
      * Finish
      *
