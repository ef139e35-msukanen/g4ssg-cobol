       ENTRY 'GET-MASS-THRESHOLD' USING LK-THRESHOLD.
           MOVE MASSIVE-STAR-THRESHOLD TO LK-THRESHOLD.
           GOBACK.

      *    Likewise the jitter — G4SSGCRE records the pair in force
      *    with every saved system.
       ENTRY 'GET-MASS-VARIANCE' USING LK-VARIANCE.
           MOVE MASS-VARIANCE TO LK-VARIANCE.
           GOBACK.
