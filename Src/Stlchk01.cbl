023900     IF APCTL-STALE-DAYS NOT = ZEROES
024000        AND AGE-DAYS > APCTL-STALE-DAYS
024100        AND CHECK-IS-ISSUED
024120        AND NOT CHECK-WAS-WIRE
024150         PERFORM FLAG-THIS-STALE-CHECK.
024160
024170 FLAG-THIS-STALE-CHECK.
