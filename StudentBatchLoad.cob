*> matter) -- applies the good ones, and writes the bad ones to
*> StudentLoadRejects.dat with a reason instead of stopping:
*> DateOfBirth goes through DateValidator, CourseId through the
*> course master, the status through the A/P/W/G/S lifecycle.
*> Restartable the same way the book load is: a progress checkpoint
*> every 50 transactions, and on a rerun after a crash the
*> already-processed head of the file is skipped rather than
     WHEN LodStudentId IS NOT NUMERIC
       MOVE "StudentId not numeric" TO RejReason
     WHEN LodStatus NOT = "A" AND LodStatus NOT = "W" AND
          LodStatus NOT = "G" AND LodStatus NOT = "S" AND
          LodStatus NOT = "P"
       MOVE "Status not A, P, W, G or S" TO RejReason
     WHEN LodStatusDate IS NOT NUMERIC
       MOVE "Status date not numeric" TO RejReason
     WHEN OTHER
       MOVE "GPA not numeric" TO RejReason
     WHEN LodStatus NOT = SPACE AND LodStatus NOT = "A" AND
          LodStatus NOT = "W" AND LodStatus NOT = "G" AND
          LodStatus NOT = "S" AND LodStatus NOT = "P"
       MOVE "Status not A, P, W, G or S" TO RejReason
     WHEN OTHER
       CONTINUE
   END-EVALUATE.
