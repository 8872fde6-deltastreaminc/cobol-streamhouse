      05 SEGMENT-TOPIC-NAME PIC X(40).
      05 SEGMENT-PRESENT-LOCALLY PIC X.
         88 SEGMENT-IS-PRESENT-LOCALLY VALUE 'Y'.
      05 SEGMENT-CHECKSUM PIC X(32).

*> One restore request per card: the topic, the partition (99999 =
*> every partition of the topic - the segment metadata is kept per
