      *> Shared layout for the override authorization file OVRAUTHF:
      *> one record per signed-off use of a high-risk control card.
      *> A record authorizes one action on one business date; a blank
      *> program id covers every program taking that action that day
      *> (a catch-up replay forcing the whole plan), and a blank card
      *> value covers whatever value the card carries. Requester and
      *> approver must both be named and must be different people.
       01  OVR-AUTH-REC.
           05 OA-ACTION          PIC X(8).
               88 OA-FORCE-RERUN  VALUE 'FORCERUN'.
               88 OA-REPAIR-DROP  VALUE 'REPAIRDR'.
               88 OA-ARCH-PURGE   VALUE 'ARCHDATE'.
               88 OA-RETENTION    VALUE 'RETNCARD'.
               88 OA-ROLLBACK     VALUE 'ROLLBACK'.
               88 OA-ERASURE      VALUE 'ERASURE'.
           05 OA-PROGRAM-ID      PIC X(8).
           05 OA-BUSINESS-DATE   PIC 9(8).
           05 OA-CARD-VALUE      PIC X(30).
           05 OA-REQUESTER       PIC X(12).
           05 OA-APPROVER        PIC X(12).
           05 OA-TICKET          PIC X(12).
