      *    PARAMETER AREA FOR THE WPUHASH BACKUP HASH SERVICE. THE
      *    CALLER PASSES THE DD NAME OF THE FILE A RECORD CAME FROM
      *    AND THE RECORD ITSELF (LEFT-JUSTIFIED, SPACE-FILLED TO
      *    1200 BYTES); THE SERVICE ANSWERS WITH THAT RECORD'S SHARE
      *    OF THE HASH TOTAL. WPUL517 (BACKUP) AND WPUL518 (RESTORE)
      *    BOTH CALL IT SO A TRAILER WRITTEN BY ONE IS ALWAYS CHECKED
      *    THE SAME WAY BY THE OTHER.
      *        '00' - HASH RETURNED IN HS-RECORD-HASH.
      *        '20' - HS-FILE-ID IS NOT A FILE THE BACKUP CARRIES.
        01  HASH-SERVICE-AREA.
            05  HS-FILE-ID                      PIC X(08).
            05  HS-RECORD-IMAGE                 PIC X(1200).
            05  HS-RECORD-HASH                  PIC S9(09)V99 COMP-3.
            05  HS-RETURN-CODE                  PIC X(02).
                88  HS-RETURN-OK                VALUE '00'.
                88  HS-RETURN-BAD-FILE          VALUE '20'.
