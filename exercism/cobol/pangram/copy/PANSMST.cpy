000500* NIGHTLY PROOFING BATCH (ACTIVE), HAS BEEN WITHDRAWN            *
000600* (RETIRED), OR IS STILL AWAITING PROOFING-DESK REVIEW           *
000700* (PENDING).  THE JOB ID ASSIGNS THE SENTENCE TO A SPECIMEN      *
000710* JOB ON THE SPECIMEN-JOB MASTER; SPACES MEANS UNASSIGNED,       *
000720* WHICH A MULTI-JOB EXTRACT REPORTS RATHER THAN ISSUES.  THE     *
000730* STATUS DATE IS STAMPED WHENEVER THE STATUS IS SET, SO THE      *
000740* VERIFICATION RUN CAN AGE PENDING RECORDS AWAITING REVIEW.      *
