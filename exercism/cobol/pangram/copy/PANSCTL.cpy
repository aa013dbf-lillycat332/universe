000620* CARRYING THE EXPECTED SENTENCE COUNT AND THE BATCH DATE, SO    *
000630* A TRUNCATED TRANSMISSION IS CAUGHT BEFORE THE CERTIFICATION    *
000640* FEED IS RELEASED.                                              *
000641* THE JOB HEADER'S CUSTOMER FIELD CARRIES THE CUSTOMER CODE FROM *
000642* THE SPECIMEN-JOB MASTER, LEFT-JUSTIFIED.                       *
000700* THE *...* MARKER CANNOT OPEN A REAL PROOF SENTENCE, SO THE     *
000800* CONTROL RECORDS CANNOT COLLIDE WITH SENTENCE TEXT.             *
000900*----------------------------------------------------------------*
